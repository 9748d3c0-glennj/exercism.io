001300*                 "M" MERGE ONE ID'S TOTALS INTO ANOTHER AND
001400*                     REMOVE THE DUPLICATE ID
001500*                 "D" DEACTIVATE A PLAYER, KEEPING THE RECORD
001510*                 "V" MOVE A PLAYER TO ANOTHER DIVISION
001520*                 "P" SET UP A PAIRS TEAM ON DARTTEAM
001600*               EVERY TRANSACTION GETS A RESULT LINE ON DARTMNTO
001700*               AND EVERY REJECT ALSO GOES TO THE SHARED AUDIT
001800*               TRAIL.
002330*                  AWAY BEFORE THE ROSTER OPENS - AND EVERY
002340*                  TRANSACTION NOW WRITES AN ACCESS-LOG RECORD
002350*                  (SEVERITY "A") CARRYING THE OPERATOR ID
002360* 10/15/2026 RM    MULTI-DIVISION LEAGUE: AN ADD NAMES THE NEW
002370*                  PLAYER'S DIVISION (BLANK MEANS DIVISION 1) AND
002380*                  THE NEW "V" ACTION MOVES A PLAYER BETWEEN
002390*                  DIVISIONS; BOTH ARE JOURNALED WITH THE DIVISION
002391* 10/15/2026 RM    NEW "P" ACTION SETS UP A PAIRS TEAM ON THE
002392*                  DARTTEAM MASTER FROM TWO ROSTER PLAYERS.  IT IS
002393*                  ACCESS-LOGGED, NOT JOURNALED - DARTMJRN ROLLS
002394*                  DARTPLYR FORWARD, AND THE ROSTER IS UNCHANGED
002395*                  ("A" NOW REFUSES AN ID ALREADY USED BY A TEAM)
002396* 10/15/2026 RM    AN ADD MAY NAME THE HOME CLUB'S HOLIDAY REGION
002397*                  (MNT-REGION, BLANK FOR NONE), JOURNALED WITH
002398*                  THE ADD
002399* 10/15/2026 RM    REFUSES ROSTER ENTRY TO A LAPSED CLUB MEMBER
002400*-----------------------------------------------------------------
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    DARTMNT.
004710     SELECT MAINT-JOURNAL-FILE ASSIGN TO "DARTMJRN"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-MJR-STATUS.

004740     SELECT TEAM-FILE ASSIGN TO "DARTTEAM"
004750         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS DYNAMIC
004770         RECORD KEY IS TEAM-ID
004780         FILE STATUS IS WS-TEAM-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005800         88  MNT-ACTION-CORRECT      VALUE "C".
005900         88  MNT-ACTION-MERGE        VALUE "M".
006000         88  MNT-ACTION-DEACTIVATE   VALUE "D".
006010         88  MNT-ACTION-DIVISION     VALUE "V".
006020         88  MNT-ACTION-PAIRS        VALUE "P".
006100     05  MNT-PLYR-ID             PIC X(05).
006200     05  MNT-NAME                PIC X(20).
006300     05  MNT-MERGE-TO            PIC X(05).
006310     05  MNT-DIVISION            PIC X(01).
006320*-----------------------------------------------------------------
006330* "P": MNT-PLYR-ID IS THE NEW TEAM ID, MNT-NAME THE TEAM NAME,
006340* MNT-MERGE-TO THE FIRST PARTNER AND MNT-PARTNER-2 THE SECOND.
006350*-----------------------------------------------------------------
006360     05  MNT-PARTNER-2           PIC X(05).
006370* "A": THE HOME CLUB'S HOLIDAY REGION, BLANK FOR NONE.
006380     05  MNT-REGION              PIC X(02).
006400
006500 FD  MAINT-RPT
006600     RECORD CONTAINS 80 CHARACTERS.

006710 FD  MAINT-JOURNAL-FILE.
006720 COPY dartmjrn.

006730 FD  TEAM-FILE.
006740 COPY dartteam.
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-PLYR-STATUS              PIC XX.
007300     88  TRAN-EOF                VALUE "10".
007400 01  WS-RPT-STATUS               PIC XX.
007410 01  WS-MJR-STATUS               PIC XX.
007415 01  WS-TEAM-STATUS              PIC XX.
007420 01  WS-APPLIED-BEFORE           PIC 9(05).
007500
007600*-----------------------------------------------------------------
007960* SHARED OPERATOR-AUTHORIZATION CALL INTERFACE (COPY OPACOM).
007970*-----------------------------------------------------------------
007980 COPY opacom.
007984*-----------------------------------------------------------------
007988* SHARED CLUB-MEMBER LOOKUP CALL INTERFACE (COPY MEMBCOM).
007992*-----------------------------------------------------------------
007996 COPY membcom.
008000
008100 01  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
008200 01  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
008900*-----------------------------------------------------------------
009000 01  WS-MERGE-GAMES              PIC 9(04).
009100 01  WS-MERGE-POINTS             PIC 9(07).
009110*-----------------------------------------------------------------
009120* THE DIVISION AN ADD OR A "V" MOVE PUTS THE PLAYER IN.
009130*-----------------------------------------------------------------
009140 01  WS-NEW-DIVISION             PIC 9(01).
009200
009300 01  WS-MNT-HDG1                 PIC X(80) VALUE
009400     "DARTS ROSTER MAINTENANCE".
012000         PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
012100         PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
012200     END-PERFORM
012300     CLOSE PLAYER-FILE TEAM-FILE
012310     CALL "MEMBLKUP-CLOSE"
012400     MOVE WS-APPLIED-COUNT TO MT-APPLIED
012500     MOVE WS-REJECT-COUNT  TO MT-REJECTED
012600     MOVE WS-MNT-TRAILER   TO MNTR-LINE
014100         OPEN OUTPUT PLAYER-FILE
014200         CLOSE PLAYER-FILE
014300         OPEN I-O PLAYER-FILE
014400     END-IF
014410     OPEN I-O TEAM-FILE
014420     IF WS-TEAM-STATUS = "35"
014430         CLOSE TEAM-FILE
014440         OPEN OUTPUT TEAM-FILE
014450         CLOSE TEAM-FILE
014460         OPEN I-O TEAM-FILE
014470     END-IF.
014500 8000-EXIT.
014600     EXIT.
014700
015500 2000-APPLY-TRANSACTION.
015600     MOVE SPACES TO WS-RESULT-TEXT
015610     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
015620     MOVE ZERO TO WS-NEW-DIVISION
015625     IF MNT-ACTION-ADD OR MNT-ACTION-DIVISION
015630         MOVE MNT-PLYR-ID TO MBL-SUBSYS-ID
015635         PERFORM 2100-CHECK-MEMBER-DUES THRU 2100-EXIT
015640     END-IF
015645     IF MNT-ACTION-PAIRS
015650         MOVE MNT-MERGE-TO TO MBL-SUBSYS-ID
015655         PERFORM 2100-CHECK-MEMBER-DUES THRU 2100-EXIT
015660         IF WS-RESULT-TEXT = SPACES
015665             MOVE MNT-PARTNER-2 TO MBL-SUBSYS-ID
015670             PERFORM 2100-CHECK-MEMBER-DUES THRU 2100-EXIT
015675         END-IF
015680     END-IF
015700     EVALUATE TRUE
015710         WHEN WS-RESULT-TEXT NOT = SPACES
015720             CONTINUE
015800         WHEN MNT-ACTION-ADD
015900             PERFORM 3000-ADD-PLAYER THRU 3000-EXIT
016000         WHEN MNT-ACTION-CORRECT
016300             PERFORM 5000-MERGE-PLAYERS THRU 5000-EXIT
016400         WHEN MNT-ACTION-DEACTIVATE
016500             PERFORM 6000-DEACTIVATE-PLAYER THRU 6000-EXIT
016510         WHEN MNT-ACTION-DIVISION
016520             PERFORM 6500-MOVE-DIVISION THRU 6500-EXIT
016530         WHEN MNT-ACTION-PAIRS
016540             PERFORM 6600-ADD-PAIRS-TEAM THRU 6600-EXIT
016600         WHEN OTHER
016700             MOVE "UNKNOWN ACTION CODE" TO WS-RESULT-TEXT
016800             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
017430* REJECTS HAVE THE AUDIT TRAIL.
017440*-----------------------------------------------------------------
017450     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
017455             AND NOT MNT-ACTION-PAIRS
017460         PERFORM 2600-APPEND-MAINT-JOURNAL THRU 2600-EXIT
017470     END-IF
017480*-----------------------------------------------------------------
017630         AUD-SEVERITY.
017640 2000-EXIT.
017650     EXIT.

017652*-----------------------------------------------------------------
017654* A DARTS ID LINKED TO A CLUB MEMBER WHOSE DUES HAVE LAPSED CANNOT
017656* JOIN THE ROSTER, CHANGE DIVISION OR MAKE UP A PAIRS TEAM UNTIL
017658* THE DUES ARE PAID.  AN ID NO MEMBER CLAIMS, OR A MEMBER MASTER
017660* THAT CANNOT BE READ, DOES NOT STOP THE TRANSACTION.
017662*-----------------------------------------------------------------
017664 2100-CHECK-MEMBER-DUES.
017666     MOVE "D" TO MBL-SYSTEM
017668     CALL "MEMBLKUP" USING MBL-SYSTEM MBL-SUBSYS-ID MBL-RESULT
017670         MBL-MEMBER
017672     IF MBL-MEMBER-FOUND AND MBL-DUES-LAPSED
017674         MOVE "MEMBERSHIP LAPSED - DUES UNPAID" TO WS-RESULT-TEXT
017676         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
017678     END-IF.
017680 2100-EXIT.
017682     EXIT.
017700
017800 3000-ADD-PLAYER.
017809     IF MNT-DIVISION = SPACE
017818         MOVE 1 TO WS-NEW-DIVISION
017827     ELSE
017836         IF MNT-DIVISION IS NOT NUMERIC OR MNT-DIVISION = "0"
017845             MOVE "DIVISION MUST BE 1-9" TO WS-RESULT-TEXT
017854             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
017863             GO TO 3000-EXIT
017872         END-IF
017881         MOVE MNT-DIVISION TO WS-NEW-DIVISION
017890     END-IF
017891     MOVE MNT-PLYR-ID TO TEAM-ID
017892     READ TEAM-FILE
017893         INVALID KEY
017894             CONTINUE
017895         NOT INVALID KEY
017896             MOVE "PLAYER ID ALREADY A PAIRS TEAM" TO
017897                 WS-RESULT-TEXT
017898             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
017899             GO TO 3000-EXIT
017900     END-READ
017901     MOVE MNT-PLYR-ID TO PLYR-ID
018000     READ PLAYER-FILE
018100         INVALID KEY
018200             MOVE MNT-PLYR-ID TO PLYR-ID
018400             MOVE ZERO        TO PLYR-GAMES-PLAYED
018500             MOVE ZERO        TO PLYR-CUM-POINTS
018600             SET  PLYR-IS-ACTIVE TO TRUE
018610             MOVE WS-NEW-DIVISION TO PLYR-DIVISION
018620             MOVE MNT-REGION      TO PLYR-REGION
018700             WRITE PLYR-RECORD
018800             MOVE "ADDED" TO WS-RESULT-TEXT
018900             ADD 1 TO WS-APPLIED-COUNT
026700     END-READ.
026800 6000-EXIT.
026900     EXIT.

026903*-----------------------------------------------------------------
026906* MOVE A PLAYER TO THE DIVISION ON THE TRANSACTION - THE
026909* COMMITTEE'S HAND PLACEMENT OF A NEW OR RETURNING PLAYER.  THE
026912* SEASON-END MOVEMENTS ARE MADE BY DARTPROM, NOT HERE.
026915*-----------------------------------------------------------------
026918 6500-MOVE-DIVISION.
026921     IF MNT-DIVISION IS NOT NUMERIC OR MNT-DIVISION = "0"
026924         MOVE "DIVISION MUST BE 1-9" TO WS-RESULT-TEXT
026927         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026930         GO TO 6500-EXIT
026933     END-IF
026936     MOVE MNT-DIVISION TO WS-NEW-DIVISION
026939     MOVE MNT-PLYR-ID TO PLYR-ID
026942     READ PLAYER-FILE
026945         INVALID KEY
026948             MOVE "PLAYER NOT ON ROSTER" TO WS-RESULT-TEXT
026951             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026954         NOT INVALID KEY
026957             MOVE WS-NEW-DIVISION TO PLYR-DIVISION
026960             REWRITE PLYR-RECORD
026963             MOVE "DIVISION CHANGED" TO WS-RESULT-TEXT
026966             ADD 1 TO WS-APPLIED-COUNT
026969     END-READ.
026972 6500-EXIT.
026975     EXIT.

026976*-----------------------------------------------------------------
026977* SET UP A PAIRS TEAM.  BOTH PARTNERS MUST BE ACTIVE ON THE
026978* ROSTER AND DIFFERENT PEOPLE, AND THE TEAM ID MUST NOT ALSO BE A
026979* PLAYER ID, SINCE DARTIN KEYS BOTH IN THE SAME FIELD.
026980*-----------------------------------------------------------------
026981 6600-ADD-PAIRS-TEAM.
026982     IF MNT-MERGE-TO = SPACES OR MNT-PARTNER-2 = SPACES
026983             OR MNT-MERGE-TO = MNT-PARTNER-2
026984         MOVE "PAIRS TEAM NEEDS TWO DIFFERENT PLAYERS" TO
026985             WS-RESULT-TEXT
026986         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026987         GO TO 6600-EXIT
026988     END-IF
026989     MOVE MNT-PLYR-ID TO PLYR-ID
026990     READ PLAYER-FILE
026991         INVALID KEY
026992             CONTINUE
026993         NOT INVALID KEY
026994             MOVE "TEAM ID ALREADY A PLAYER ID" TO WS-RESULT-TEXT
026995             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
026996             GO TO 6600-EXIT
026997     END-READ
026998     MOVE MNT-MERGE-TO TO PLYR-ID
026999     PERFORM 6610-CHECK-PARTNER THRU 6610-EXIT
027000     IF WS-RESULT-TEXT NOT = SPACES
027001         GO TO 6600-EXIT
027002     END-IF
027003     MOVE MNT-PARTNER-2 TO PLYR-ID
027004     PERFORM 6610-CHECK-PARTNER THRU 6610-EXIT
027005     IF WS-RESULT-TEXT NOT = SPACES
027006         GO TO 6600-EXIT
027007     END-IF
027008     MOVE MNT-PLYR-ID TO TEAM-ID
027009     READ TEAM-FILE
027010         INVALID KEY
027011             MOVE MNT-PLYR-ID   TO TEAM-ID
027012             MOVE MNT-NAME      TO TEAM-NAME
027013             MOVE MNT-MERGE-TO  TO TEAM-PLYR-1
027014             MOVE MNT-PARTNER-2 TO TEAM-PLYR-2
027015             MOVE ZERO          TO TEAM-GAMES-PLAYED
027016             MOVE ZERO          TO TEAM-CUM-POINTS
027017             SET  TEAM-IS-ACTIVE TO TRUE
027018             WRITE TEAM-RECORD
027019             MOVE "PAIRS TEAM ADDED" TO WS-RESULT-TEXT
027020             ADD 1 TO WS-APPLIED-COUNT
027021         NOT INVALID KEY
027022             MOVE "ALREADY A PAIRS TEAM" TO WS-RESULT-TEXT
027023             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
027024     END-READ.
027025 6600-EXIT.
027026     EXIT.

027027 6610-CHECK-PARTNER.
027028     READ PLAYER-FILE
027029         INVALID KEY
027030             MOVE "PARTNER NOT ON ROSTER" TO WS-RESULT-TEXT
027031         NOT INVALID KEY
027032             IF NOT PLYR-IS-ACTIVE
027033                 MOVE "PARTNER NOT ACTIVE" TO WS-RESULT-TEXT
027034             END-IF
027035     END-READ
027036     IF WS-RESULT-TEXT NOT = SPACES
027037         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
027038     END-IF.
027039 6610-EXIT.
027040     EXIT.

027100 7000-REJECT-TRANSACTION.
027200     ADD 1 TO WS-REJECT-COUNT
027300     MOVE "DARTMNT" TO AUD-PROGRAM-NAME
028210     MOVE MNT-PLYR-ID    TO MJR-PLYR-ID
028220     MOVE MNT-NAME       TO MJR-NAME
028230     MOVE MNT-MERGE-TO   TO MJR-MERGE-TO
028235     MOVE WS-NEW-DIVISION TO MJR-DIVISION
028237     MOVE MNT-REGION     TO MJR-REGION
028240     WRITE MJR-RECORD
028250     CLOSE MAINT-JOURNAL-FILE.
028260 2600-EXIT.
