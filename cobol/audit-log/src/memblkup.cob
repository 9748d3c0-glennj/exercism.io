000100*****************************************************************
000200* PROGRAM-ID : MEMBLKUP
000300* AUTHOR     : T. HARLOW
000400* INSTALLATION : GLENNJ DATA PROCESSING
000500* DATE-WRITTEN : 10/15/2026
000600* DATE-COMPILED:
000700*-----------------------------------------------------------------
000800* DESCRIPTION : SHARED CLUB MEMBER LOOKUP.  TURNS A SUBSYSTEM'S
000900*               OWN PLAYER ID - A DARTPLYR ID, A CHESSRAT ID, A
001000*               SCRABRAT ID OR A TWOFPNTS LOYALTY NAME - INTO THE
001100*               ONE MEMBER IT BELONGS TO, THROUGH THE MEMBXREF
001200*               CROSS-REFERENCE, AND HANDS BACK THAT MEMBER'S
001300*               MEMBMAST RECORD.  BOTH FILES ARE OPENED ON THE
001400*               FIRST CALL AND HELD OPEN FOR THE REST OF THE RUN
001500*               UNIT; THE MEMBLKUP-CLOSE ENTRY RELEASES THEM.
001600*               WHEN EITHER FILE CANNOT BE OPENED EVERY CALL
001700*               ANSWERS "U", SO THE CALLER CAN TELL "NO MEMBER"
001800*               FROM "NO MASTER TO ASK".
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 TH    ORIGINAL SHARED MEMBER LOOKUP
002400*-----------------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    MEMBLKUP.
002700 AUTHOR.        T. HARLOW.
002800 INSTALLATION.  GLENNJ DATA PROCESSING.
002900 DATE-WRITTEN.  10/15/2026.
003000 DATE-COMPILED.

003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MEMBER-FILE ASSIGN TO "MEMBMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS MBR-MEMBER-NO
003800         FILE STATUS IS WS-MBR-STATUS.

003900     SELECT XREF-FILE ASSIGN TO "MEMBXREF"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS XRF-KEY
004300         FILE STATUS IS WS-XRF-STATUS.

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MEMBER-FILE.
004700 COPY membmast.

004800 FD  XREF-FILE.
004900 COPY membxref.

005000 WORKING-STORAGE SECTION.
005100 01  WS-MBR-STATUS               PIC XX.
005200 01  WS-XRF-STATUS               PIC XX.
005300 01  WS-FILES-SW                 PIC X VALUE "C".
005400     88  FILES-CLOSED            VALUE "C".
005500     88  FILES-OPEN              VALUE "O".
005600     88  FILES-UNAVAILABLE       VALUE "U".

005700 LINKAGE SECTION.
005800 COPY membcom.

005900 PROCEDURE DIVISION USING MBL-SYSTEM MBL-SUBSYS-ID MBL-RESULT
006000         MBL-MEMBER.
006100 0000-MEMBLKUP.
006200     MOVE SPACES TO MBL-MEMBER
006300     MOVE ZERO TO MBL-MEMBER-NO MBL-JOINED-DATE
006400     IF FILES-CLOSED
006500         PERFORM 1000-OPEN-FILES THRU 1000-EXIT
006600     END-IF
006700     IF FILES-UNAVAILABLE
006800         SET MBL-MASTER-UNAVAILABLE TO TRUE
006900         GOBACK
007000     END-IF
007100     SET MBL-NO-MEMBER TO TRUE
007200     IF MBL-SUBSYS-ID = SPACES
007300         GOBACK
007400     END-IF
007500     PERFORM 2000-FIND-MEMBER THRU 2000-EXIT
007600     GOBACK.
007700 0000-EXIT.
007800     EXIT.

007900*-----------------------------------------------------------------
008000* OPEN BOTH FILES FOR THE RUN UNIT.  A MISSING FILE IS NOT RETRIED
008100* ON LATER CALLS; THE WHOLE RUN ANSWERS "U".
008200*-----------------------------------------------------------------
008300 1000-OPEN-FILES.
008400     OPEN INPUT MEMBER-FILE
008500     IF WS-MBR-STATUS NOT = "00"
008600         SET FILES-UNAVAILABLE TO TRUE
008700         GO TO 1000-EXIT
008800     END-IF
008900     OPEN INPUT XREF-FILE
009000     IF WS-XRF-STATUS NOT = "00"
009100         CLOSE MEMBER-FILE
009200         SET FILES-UNAVAILABLE TO TRUE
009300         GO TO 1000-EXIT
009400     END-IF
009500     SET FILES-OPEN TO TRUE.
009600 1000-EXIT.
009700     EXIT.

009800 2000-FIND-MEMBER.
009900     MOVE MBL-SYSTEM    TO XRF-SYSTEM
010000     MOVE MBL-SUBSYS-ID TO XRF-SUBSYS-ID
010100     READ XREF-FILE
010200         INVALID KEY
010300             GO TO 2000-EXIT
010400     END-READ
010500     MOVE XRF-MEMBER-NO TO MBR-MEMBER-NO
010600     READ MEMBER-FILE
010700         INVALID KEY
010800             GO TO 2000-EXIT
010900     END-READ
011000     MOVE MBR-RECORD TO MBL-MEMBER
011100     SET MBL-MEMBER-FOUND TO TRUE.
011200 2000-EXIT.
011300     EXIT.

011400*-----------------------------------------------------------------
011500* ADDITIVE ENTRY POINT: A CALLER THAT IS FINISHED LOOKING MEMBERS
011600* UP RELEASES THE FILES, SO A LATER STEP IN THE SAME RUN UNIT THAT
011700* MAINTAINS THEM CAN OPEN THEM FOR UPDATE.
011800*-----------------------------------------------------------------
011900 9000-MEMBLKUP-CLOSE-ENTRY.
012000 ENTRY "MEMBLKUP-CLOSE".
012100     IF FILES-OPEN
012200         CLOSE MEMBER-FILE XREF-FILE
012300     END-IF
012400     SET FILES-CLOSED TO TRUE
012500     GOBACK.
012600 9000-EXIT.
012700     EXIT.
