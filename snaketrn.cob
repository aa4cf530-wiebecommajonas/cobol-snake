            SELECT OPTIONAL TournFile ASSIGN TO "TOURNMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TournStatus.
            SELECT OPTIONAL RatingFile ASSIGN TO "RATING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-Initials
                FILE STATUS IS WS-RatingStatus.
            SELECT ReportFile ASSIGN TO "SNAKETRN.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
        FILE SECTION.
        FD TournFile.
        01 TournRecord PIC X(80).
        FD RatingFile.
            COPY "RatingRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-TournStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RatingStatus PIC XX.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(80).
            02 EntrantCount PIC 99 VALUE ZERO.
            02 EntrantEntry OCCURS 16 TIMES INDEXED BY EntI.
                03 EN-Initials PIC X(3).
                03 EN-Rating   PIC 9(4).
        01 SeedOrder.
            02 SeedEntry OCCURS 16 TIMES INDEXED BY SeedI.
                03 SO-Initials PIC X(3).
                03 SO-Rating   PIC 9(4).
        01 WS-SwapEntrant.
            02 WSE-Initials PIC X(3).
            02 WSE-Rating   PIC 9(4).
        01 WS-SeedFlag PIC 9 VALUE 0.
            88 SeedByRating VALUE 1.
            88 SeedByEntry  VALUE 0.
        01 WS-RatingFileFlag PIC 9 VALUE 0.
            88 RatingFileOpen   VALUE 1.
            88 RatingFileClosed VALUE 0.
        01 WS-StartRating PIC 9(4) VALUE 1500.
        01 WS-SeedBase PIC 9.
        01 WS-SeedPairs PIC 99.
        01 WS-SeedHigh PIC 99.
        01 WS-SeedLow PIC 99.
        01 WS-SeedCount PIC 99.
        01 WS-TournTypeFlag PIC 9 VALUE 0.
            88 LeagueType  VALUE 1.
            88 BracketType VALUE 0.
        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm(6:5) = "RATED" THEN
                SET SeedByRating TO True
            END-IF.
            PERFORM LoadTournament.
            EVALUATE WS-Parm(1:4)
                WHEN "SEED" PERFORM SeedBracket
                DISPLAY "Need at least 2 entrants to seed"
                EXIT PARAGRAPH
            END-IF.
            IF SeedByRating THEN
                PERFORM RankEntrantsByRating
                PERFORM ArrangeBracketSeeds
            END-IF.
            MOVE 1 TO WS-CurRound.
            MOVE ZERO TO WS-EntIdx.
            PERFORM UNTIL WS-EntIdx >= EntrantCount
                EXIT PARAGRAPH
            END-IF.
            SET LeagueType TO True.
            IF SeedByRating THEN
                PERFORM RankEntrantsByRating
            END-IF.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx >= EntrantCount
                PERFORM VARYING WS-EntIdx2 FROM 1 BY 1 UNTIL
            PERFORM RewriteTournFile.
            DISPLAY "Seeded league with " MatchCount " fixture(s)".

        RankEntrantsByRating.
            SET RatingFileClosed TO True.
            OPEN INPUT RatingFile.
            IF WS-RatingStatus = "00" THEN
                SET RatingFileOpen TO True
            END-IF.
            IF WS-RatingStatus = "05" THEN
                CLOSE RatingFile
            END-IF.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx > EntrantCount
                MOVE WS-StartRating TO EN-Rating(WS-EntIdx)
                IF RatingFileOpen THEN
                    MOVE EN-Initials(WS-EntIdx) TO RT-Initials
                    READ RatingFile
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RT-Rating TO EN-Rating(WS-EntIdx)
                    END-READ
                END-IF
            END-PERFORM.
            IF RatingFileOpen THEN
                CLOSE RatingFile
            END-IF.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx >= EntrantCount
                PERFORM VARYING WS-EntIdx2 FROM 1 BY 1 UNTIL
                 WS-EntIdx2 > EntrantCount - WS-EntIdx
                    IF EN-Rating(WS-EntIdx2) <
                     EN-Rating(WS-EntIdx2 + 1) THEN
                        MOVE EntrantEntry(WS-EntIdx2) TO
                         WS-SwapEntrant
                        MOVE EntrantEntry(WS-EntIdx2 + 1) TO
                         EntrantEntry(WS-EntIdx2)
                        MOVE WS-SwapEntrant TO
                         EntrantEntry(WS-EntIdx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx > EntrantCount
                DISPLAY "Seed " WS-EntIdx ": " EN-Initials(WS-EntIdx)
                 " rating " EN-Rating(WS-EntIdx)
            END-PERFORM.

        ArrangeBracketSeeds.
            MOVE ZERO TO WS-SeedCount.
            IF FUNCTION MOD(EntrantCount, 2) = 1 THEN
                MOVE 1 TO WS-SeedBase
            ELSE
                MOVE 0 TO WS-SeedBase
            END-IF.
            COMPUTE WS-SeedPairs = (EntrantCount - WS-SeedBase) / 2.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx > WS-SeedPairs
                COMPUTE WS-SeedHigh = WS-SeedBase + WS-EntIdx
                COMPUTE WS-SeedLow = EntrantCount + 1 - WS-EntIdx
                ADD 1 TO WS-SeedCount
                MOVE EntrantEntry(WS-SeedHigh) TO
                 SeedEntry(WS-SeedCount)
                ADD 1 TO WS-SeedCount
                MOVE EntrantEntry(WS-SeedLow) TO
                 SeedEntry(WS-SeedCount)
            END-PERFORM.
            IF WS-SeedBase = 1 THEN
                ADD 1 TO WS-SeedCount
                MOVE EntrantEntry(1) TO SeedEntry(WS-SeedCount)
            END-IF.
            PERFORM VARYING WS-EntIdx FROM 1 BY 1 UNTIL
             WS-EntIdx > EntrantCount
                MOVE SeedEntry(WS-EntIdx) TO EntrantEntry(WS-EntIdx)
            END-PERFORM.

        AdvanceBracket.
            IF LeagueType THEN
                DISPLAY "League season has no rounds to advance"
