003010* 09/02/2026 TH    SCRABTRN BACKUP RECORD WIDENED TO 90 BYTES FOR
003020*                  THE BOARD-PLACEMENT FIELDS ADDED TO THE TURN
003030*                  RECORD
003040* 10/15/2026 TH    DARTPLYR BACKUP CARRIES THE NEW PLYR-DIVISION,
003050*                  AND THE ROSTER ROLL-FORWARD REPLAYS THE
003060*                  DIVISION ON ADDS AND THE "V" DIVISION MOVES
003070* 10/15/2026 TH    SCRABTRN BACKUP RECORD WIDENED TO 97 BYTES FOR
003080*                  THE RACK HELD ADDED TO THE TURN RECORD
003085* 10/15/2026 TH    DARTPLYR BACKUP CARRIES THE NEW PLYR-REGION,
003090*                  AND THE ROSTER ROLL-FORWARD REPLAYS IT ON ADDS
003091* 10/15/2026 TH    THE LEAPHOL ROLL-FORWARD REPLAYS ONLY THE YEAR
003092*                  POSTINGS ON LEAPHJRN, PASSING OVER THE LEAPHDAY
003093*                  DATES THE HOLIDAY GENERATOR NOW JOURNALS THERE
003100*-----------------------------------------------------------------
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    IDXUTIL.
010500     05  PBK-GAMES-PLAYED        PIC 9(04).
010600     05  PBK-CUM-POINTS          PIC 9(07).
010700     05  PBK-STATUS              PIC X(01).
010710     05  PBK-DIVISION            PIC 9(01).
010720     05  PBK-REGION              PIC X(02).
010800
010900 FD  TURN-BKP.
011000 01  TBK-RECORD                  PIC X(97).
011100
011200 FD  HOLIDAY-BKP.
011300 01  HBK-RECORD                  PIC X(10).
029400                 MOVE PLYR-GAMES-PLAYED TO PBK-GAMES-PLAYED
029500                 MOVE PLYR-CUM-POINTS   TO PBK-CUM-POINTS
029600                 MOVE PLYR-STATUS       TO PBK-STATUS
029610                 MOVE PLYR-DIVISION     TO PBK-DIVISION
029620                 MOVE PLYR-REGION       TO PBK-REGION
029700                 WRITE PBK-RECORD
029800                 ADD 1 TO WS-RNC-WRITTEN
029900         END-READ
056300                     MOVE PBK-GAMES-PLAYED TO PLYR-GAMES-PLAYED
056400                     MOVE PBK-CUM-POINTS   TO PLYR-CUM-POINTS
056500                     MOVE PBK-STATUS       TO PLYR-STATUS
056510                     MOVE PBK-DIVISION     TO PLYR-DIVISION
056520                     MOVE PBK-REGION       TO PLYR-REGION
056600                     WRITE PLYR-RECORD
056700                         INVALID KEY CONTINUE
056800                     END-WRITE
068780                     MOVE ZERO TO PLYR-GAMES-PLAYED
068790                     MOVE ZERO TO PLYR-CUM-POINTS
068800                     SET PLYR-IS-ACTIVE TO TRUE
068805                     MOVE MJR-DIVISION TO PLYR-DIVISION
068807                     MOVE MJR-REGION   TO PLYR-REGION
068810                     WRITE PLYR-RECORD
068820                         INVALID KEY CONTINUE
068830                     END-WRITE
069020                     SET PLYR-IS-INACTIVE TO TRUE
069030                     REWRITE PLYR-RECORD
069040             END-READ
069041         WHEN MJR-ACTION-DIVISION
069042             MOVE MJR-PLYR-ID TO PLYR-ID
069043             READ PLAYER-FILE
069044                 INVALID KEY CONTINUE
069045                 NOT INVALID KEY
069046                     MOVE MJR-DIVISION TO PLYR-DIVISION
069047                     REWRITE PLYR-RECORD
069048             END-READ
069050     END-EVALUATE.
069060 5170-EXIT.
069070     EXIT.
069460         COMPUTE WS-JRN-TS =
069470             HJR-TS-DATE * 1000000 + HJR-TS-TIME
069480         IF WS-JRN-TS <= WS-ROLLFWD-TS
069481                 AND HJR-YEAR-POSTING
069490             ADD 1 TO WS-REPLAYED-COUNT
069500             MOVE HJR-YEAR          TO HOL-YEAR
069510             MOVE HJR-IS-LEAP       TO HOL-IS-LEAP
