        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakeinq.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL HistArchFile ASSIGN TO "GAMEHIST.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistArchStatus.
            SELECT OPTIONAL DailyFile ASSIGN TO "DAILYCHL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DailyStatus.
            SELECT OPTIONAL TournFile ASSIGN TO "TOURNMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TournStatus.
            SELECT OPTIONAL OutboxFile ASSIGN TO "OUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxStatus.
        DATA DIVISION.
        FILE SECTION.
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD TournFile.
        01 TournRecord PIC X(80).
        FD OutboxFile.
        01 OutboxRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PlayerStatus PIC XX.
        01 WS-HiScoreStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-TournStatus PIC XX.
        01 WS-OutboxStatus PIC XX.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Initials PIC X(3).
        01 WS-Choice PIC X.
        01 WS-Line PIC X(80).
        01 WS-HistLine PIC X(80).
        01 WS-PlayerFileFlag PIC 9 VALUE 0.
            88 PlayerFileOpen   VALUE 1.
            88 PlayerFileClosed VALUE 0.
        01 WS-PlayerFoundFlag PIC 9 VALUE 0.
            88 PlayerFound    VALUE 1.
            88 PlayerNotFound VALUE 0.
        01 WS-InqDoneFlag PIC 9 VALUE 0.
            88 InqDone    VALUE 1.
            88 InqNotDone VALUE 0.
        01 WS-NextPlayerFlag PIC 9 VALUE 0.
            88 NextPlayer VALUE 1.
            88 SamePlayer VALUE 0.
        01 WS-ScanModeFlag PIC 9 VALUE 0.
            88 ScanCounting VALUE 0.
            88 ScanKeeping  VALUE 1.
        01 BoardRanks.
            02 RankCount PIC 99 VALUE ZERO.
            02 RankEntry OCCURS 50 TIMES INDEXED BY RnkI.
                03 RK-Class.
                    04 RK-Width  PIC 9(3).
                    04 RK-Height PIC 9(3).
                    04 RK-Speed  PIC 9(3).
                03 RK-Rank     PIC 99.
                03 RK-Of       PIC 99.
                03 RK-Length   PIC 9(3).
                03 RK-Date     PIC 9(8).
        01 WS-PrevClass PIC X(9).
        01 WS-ClassSize PIC 99.
        01 PlayerGames.
            02 GameCount PIC 999 VALUE ZERO.
            02 GameEntry OCCURS 500 TIMES INDEXED BY GamI.
                03 PG-Date     PIC 9(8).
                03 PG-Time     PIC 9(6).
                03 PG-Mode     PIC X.
                03 PG-Width    PIC 9(3).
                03 PG-Height   PIC 9(3).
                03 PG-Speed    PIC 9(3).
                03 PG-Length   PIC 9(3).
                03 PG-Score    PIC 9(5).
                03 PG-End      PIC X(4).
                03 PG-Versus   PIC X(3).
        01 WS-GamesMatched PIC 9(6).
        01 WS-GamesSeen PIC 9(6).
        01 WS-GamesSkip PIC 9(6).
        01 WS-Page PIC 99.
        01 WS-PageCount PIC 99.
        01 WS-PageTop PIC 9(4).
        01 WS-PageBottom PIC 9(4).
        01 WS-GameIdx PIC 9(4).
        01 WS-ModeText PIC X(6).
        01 TodayBests.
            02 TodayCount PIC 99 VALUE ZERO.
            02 TodayEntry OCCURS 50 TIMES INDEXED BY TodI.
                03 TB-Initials PIC X(3).
                03 TB-Score    PIC 9(5).
                03 TB-Length   PIC 9(3).
                03 TB-Tries    PIC 9(3).
        01 WS-FoundIdx PIC 99.
        01 WS-MyIdx PIC 99.
        01 WS-Placing PIC 99.
        01 WS-DayScore PIC 9(5).
        01 WS-DayLength PIC 9(3).
        01 WS-EventName PIC X(30).
        01 PlayerMatches.
            02 MatchCount PIC 99 VALUE ZERO.
            02 MatchEntry OCCURS 30 TIMES INDEXED BY MatI.
                03 PM-Round    PIC X.
                03 PM-No       PIC X(2).
                03 PM-Opponent PIC X(3).
                03 PM-Winner   PIC X(3).
        01 WS-MatchResult PIC X(7).
        01 PendingEvents.
            02 EventCount PIC 99 VALUE ZERO.
            02 EventEntry OCCURS 20 TIMES INDEXED BY EvtI.
                03 PE-Type PIC X(8).
                03 PE-Text PIC X(50).
        01 WS-EventsMore PIC 9(4).
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE FUNCTION UPPER-CASE(WS-Parm(1:3)) TO WS-Initials.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "00" THEN
                SET PlayerFileOpen TO True
            END-IF.
            PERFORM UNTIL InqDone
                IF WS-Initials = SPACES THEN
                    PERFORM AcceptInitials
                END-IF
                IF WS-Initials = SPACES THEN
                    SET InqDone TO True
                ELSE
                    PERFORM LoadPlayerData
                    MOVE 1 TO WS-Page
                    SET SamePlayer TO True
                    PERFORM ShowScreen
                    PERFORM InquiryMenu UNTIL NextPlayer OR InqDone
                    MOVE SPACES TO WS-Initials
                END-IF
            END-PERFORM.
            IF PlayerFileOpen THEN
                CLOSE PlayerFile
            END-IF.
            STOP RUN.

        AcceptInitials.
            DISPLAY " ".
            DISPLAY "Player initials (Enter=quit): " WITH NO ADVANCING.
            ACCEPT WS-Initials.
            MOVE FUNCTION UPPER-CASE(WS-Initials) TO WS-Initials.

        InquiryMenu.
            DISPLAY "(N)ext older games (P)revious newer games "
                WITH NO ADVANCING.
            DISPLAY "(I)nitials (Q)uit: " WITH NO ADVANCING.
            ACCEPT WS-Choice.
            EVALUATE WS-Choice
                WHEN "N" WHEN "n"
                    IF WS-Page < WS-PageCount THEN
                        ADD 1 TO WS-Page
                        PERFORM ShowScreen
                    ELSE
                        DISPLAY "Already at the oldest games on file"
                    END-IF
                WHEN "P" WHEN "p"
                    IF WS-Page > 1 THEN
                        SUBTRACT 1 FROM WS-Page
                        PERFORM ShowScreen
                    ELSE
                        DISPLAY "Already at the newest games"
                    END-IF
                WHEN "I" WHEN "i" SET NextPlayer TO True
                WHEN "Q" WHEN "q" SET InqDone TO True
                WHEN OTHER CONTINUE
            END-EVALUATE.

        LoadPlayerData.
            SET PlayerNotFound TO True.
            IF PlayerFileOpen THEN
                MOVE WS-Initials TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET PlayerFound TO True
                END-READ
            END-IF.
            PERFORM LoadBoardRanks.
            PERFORM LoadGames.
            PERFORM LoadDailyPlacing.
            PERFORM LoadMatches.
            PERFORM LoadPendingEvents.

        LoadBoardRanks.
            MOVE ZERO TO RankCount.
            MOVE ZERO TO WS-ClassSize.
            MOVE LOW-VALUES TO WS-PrevClass.
            OPEN INPUT HiScoreFile.
            IF WS-HiScoreStatus = "05" THEN
                CLOSE HiScoreFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HiScoreStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                READ HiScoreFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HiScoreStatus
                    NOT AT END
                        PERFORM CheckBoardEntry
                END-READ
            END-PERFORM.
            PERFORM SetClassSize.
            CLOSE HiScoreFile.

        CheckBoardEntry.
            IF HS-Class NOT = WS-PrevClass THEN
                PERFORM SetClassSize
                MOVE HS-Class TO WS-PrevClass
                MOVE ZERO TO WS-ClassSize
            END-IF.
            ADD 1 TO WS-ClassSize.
            IF HS-Initials = WS-Initials AND RankCount < 50 THEN
                ADD 1 TO RankCount
                MOVE HS-Class TO RK-Class(RankCount)
                MOVE HS-Rank TO RK-Rank(RankCount)
                MOVE HS-Length TO RK-Length(RankCount)
                MOVE HS-Date TO RK-Date(RankCount)
                MOVE ZERO TO RK-Of(RankCount)
            END-IF.

        SetClassSize.
            PERFORM VARYING RnkI FROM 1 BY 1 UNTIL RnkI > RankCount
                IF RK-Class(RnkI) = WS-PrevClass THEN
                    MOVE WS-ClassSize TO RK-Of(RnkI)
                END-IF
            END-PERFORM.

        LoadGames.
            MOVE ZERO TO GameCount WS-GamesMatched WS-GamesSeen.
            SET ScanCounting TO True.
            PERFORM ScanHistory.
            MOVE ZERO TO WS-GamesSkip.
            IF WS-GamesMatched > 500 THEN
                COMPUTE WS-GamesSkip = WS-GamesMatched - 500
            END-IF.
            SET ScanKeeping TO True.
            PERFORM ScanHistory.
            COMPUTE WS-PageCount = (GameCount + 9) / 10.
            IF WS-PageCount = 0 THEN
                MOVE 1 TO WS-PageCount
            END-IF.

        ScanHistory.
            OPEN INPUT HistArchFile.
            IF WS-HistArchStatus = "05" THEN
                CLOSE HistArchFile
            ELSE
                IF WS-HistArchStatus = "00" THEN
                    PERFORM UNTIL WS-HistArchStatus NOT = "00"
                        READ HistArchFile
                            AT END
                                MOVE "10" TO WS-HistArchStatus
                            NOT AT END
                                MOVE HistArchRecord TO WS-HistLine
                                MOVE WS-HistLine TO GameHistRecord
                                PERFORM CheckGame
                        END-READ
                    END-PERFORM
                    CLOSE HistArchFile
                END-IF
            END-IF.
            OPEN INPUT GameHistFile.
            IF WS-GameHistStatus = "05" THEN
                CLOSE GameHistFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-GameHistStatus = "00" THEN
                PERFORM UNTIL WS-GameHistStatus NOT = "00"
                    READ GameHistFile
                        AT END
                            MOVE "10" TO WS-GameHistStatus
                        NOT AT END
                            PERFORM CheckGame
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.

        CheckGame.
            IF GH-Initials NOT = WS-Initials
             AND GH-Opponent NOT = WS-Initials THEN
                EXIT PARAGRAPH
            END-IF.
            IF ScanCounting THEN
                ADD 1 TO WS-GamesMatched
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-GamesSeen.
            IF WS-GamesSeen <= WS-GamesSkip OR GameCount >= 500 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO GameCount.
            MOVE GH-Date TO PG-Date(GameCount).
            MOVE GH-Time TO PG-Time(GameCount).
            MOVE GH-Mode TO PG-Mode(GameCount).
            MOVE GH-BoardWidth TO PG-Width(GameCount).
            MOVE GH-BoardHeight TO PG-Height(GameCount).
            MOVE GH-Speed TO PG-Speed(GameCount).
            MOVE GH-EndReason TO PG-End(GameCount).
            IF GH-Initials = WS-Initials THEN
                MOVE GH-Length TO PG-Length(GameCount)
                MOVE GH-Score TO PG-Score(GameCount)
                MOVE GH-Opponent TO PG-Versus(GameCount)
            ELSE
                MOVE GH-Length2 TO PG-Length(GameCount)
                MOVE GH-Score2 TO PG-Score(GameCount)
                MOVE GH-Initials TO PG-Versus(GameCount)
            END-IF.

        LoadDailyPlacing.
            MOVE ZERO TO TodayCount WS-MyIdx WS-Placing.
            OPEN INPUT DailyFile.
            IF WS-DailyStatus = "05" THEN
                CLOSE DailyFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-DailyStatus = "00" THEN
                PERFORM UNTIL WS-DailyStatus NOT = "00"
                    READ DailyFile
                        AT END
                            MOVE "10" TO WS-DailyStatus
                        NOT AT END
                            IF DailyRecord(1:8) = WS-RunDate
                             AND DailyRecord(14:5) IS NUMERIC THEN
                                PERFORM TallyTodayOne
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DailyFile
            END-IF.
            PERFORM VARYING TodI FROM 1 BY 1 UNTIL TodI > TodayCount
                IF TB-Initials(TodI) = WS-Initials THEN
                    SET WS-MyIdx TO TodI
                END-IF
            END-PERFORM.
            IF WS-MyIdx = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO WS-Placing.
            PERFORM VARYING TodI FROM 1 BY 1 UNTIL TodI > TodayCount
                IF TB-Score(TodI) > TB-Score(WS-MyIdx)
                 OR (TB-Score(TodI) = TB-Score(WS-MyIdx)
                 AND TB-Length(TodI) > TB-Length(WS-MyIdx)) THEN
                    ADD 1 TO WS-Placing
                END-IF
            END-PERFORM.

        TallyTodayOne.
            MOVE DailyRecord(14:5) TO WS-DayScore.
            MOVE ZERO TO WS-DayLength.
            IF DailyRecord(20:3) IS NUMERIC THEN
                MOVE DailyRecord(20:3) TO WS-DayLength
            END-IF.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING TodI FROM 1 BY 1 UNTIL TodI > TodayCount
                IF TB-Initials(TodI) = DailyRecord(10:3) THEN
                    SET WS-FoundIdx TO TodI
                END-IF
            END-PERFORM.
            IF WS-FoundIdx = 0 THEN
                IF TodayCount >= 50 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO TodayCount
                MOVE TodayCount TO WS-FoundIdx
                MOVE DailyRecord(10:3) TO TB-Initials(WS-FoundIdx)
                MOVE ZEROS TO TB-Score(WS-FoundIdx)
                 TB-Length(WS-FoundIdx) TB-Tries(WS-FoundIdx)
            END-IF.
            ADD 1 TO TB-Tries(WS-FoundIdx).
            IF WS-DayScore > TB-Score(WS-FoundIdx)
             OR (WS-DayScore = TB-Score(WS-FoundIdx)
             AND WS-DayLength > TB-Length(WS-FoundIdx)) THEN
                MOVE WS-DayScore TO TB-Score(WS-FoundIdx)
                MOVE WS-DayLength TO TB-Length(WS-FoundIdx)
            END-IF.

        LoadMatches.
            MOVE ZERO TO MatchCount.
            MOVE SPACES TO WS-EventName.
            OPEN INPUT TournFile.
            IF WS-TournStatus = "05" THEN
                CLOSE TournFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournStatus = "00" THEN
                PERFORM UNTIL WS-TournStatus NOT = "00"
                    READ TournFile
                        AT END
                            MOVE "10" TO WS-TournStatus
                        NOT AT END
                            PERFORM CheckMatchLine
                    END-READ
                END-PERFORM
                CLOSE TournFile
            END-IF.

        CheckMatchLine.
            IF TournRecord(1:6) = "EVENT=" THEN
                MOVE TournRecord(7:30) TO WS-EventName
                EXIT PARAGRAPH
            END-IF.
            IF TournRecord(1:6) NOT = "MATCH=" OR MatchCount >= 30 THEN
                EXIT PARAGRAPH
            END-IF.
            IF TournRecord(12:3) = WS-Initials THEN
                ADD 1 TO MatchCount
                MOVE TournRecord(16:3) TO PM-Opponent(MatchCount)
            ELSE
                IF TournRecord(16:3) = WS-Initials THEN
                    ADD 1 TO MatchCount
                    MOVE TournRecord(12:3) TO PM-Opponent(MatchCount)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE TournRecord(7:1) TO PM-Round(MatchCount).
            MOVE TournRecord(9:2) TO PM-No(MatchCount).
            MOVE TournRecord(20:3) TO PM-Winner(MatchCount).

        LoadPendingEvents.
            MOVE ZERO TO EventCount WS-EventsMore.
            OPEN INPUT OutboxFile.
            IF WS-OutboxStatus = "05" THEN
                CLOSE OutboxFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-OutboxStatus = "00" THEN
                PERFORM UNTIL WS-OutboxStatus NOT = "00"
                    READ OutboxFile
                        AT END
                            MOVE "10" TO WS-OutboxStatus
                        NOT AT END
                            PERFORM CheckOutboxLine
                    END-READ
                END-PERFORM
                CLOSE OutboxFile
            END-IF.

        CheckOutboxLine.
            IF OutboxRecord(1:5) = "SENT "
             OR OutboxRecord(19:3) NOT = WS-Initials THEN
                EXIT PARAGRAPH
            END-IF.
            IF EventCount >= 20 THEN
                ADD 1 TO WS-EventsMore
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO EventCount.
            IF OutboxRecord(1:6) = "EVENT=" THEN
                MOVE OutboxRecord(7:8) TO PE-Type(EventCount)
            ELSE
                MOVE "HISCORE" TO PE-Type(EventCount)
            END-IF.
            MOVE OutboxRecord(23:50) TO PE-Text(EventCount).

        ShowScreen.
            DISPLAY " ".
            MOVE ALL "=" TO WS-Line.
            DISPLAY WS-Line.
            DISPLAY "SNAKE PLAYER INQUIRY - " WS-Initials
             "                                      " WS-RunDate.
            DISPLAY WS-Line.
            PERFORM ShowPlayer.
            PERFORM ShowRanks.
            PERFORM ShowGames.
            PERFORM ShowDaily.
            PERFORM ShowMatches.
            PERFORM ShowEvents.
            MOVE ALL "=" TO WS-Line.
            DISPLAY WS-Line.

        ShowPlayer.
            IF PlayerNotFound THEN
                DISPLAY "PLAYER   " WS-Initials
                 " NOT REGISTERED IN PLAYER.DAT"
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "PLAYER   " PL-Initials "  " PL-Name
             "  DEPT " PL-Dept
             DELIMITED BY SIZE INTO WS-Line.
            DISPLAY WS-Line.
            MOVE SPACES TO WS-Line.
            IF PL-Inactive THEN
                STRING "REGISTERED " PL-RegDate "  STATUS INACTIVE"
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                STRING "REGISTERED " PL-RegDate "  STATUS ACTIVE"
                 DELIMITED BY SIZE INTO WS-Line
            END-IF.
            DISPLAY WS-Line.
            DISPLAY "EVENTS   HISCORE=" PL-SubHiScore
             " KNOCKOUT=" PL-SubKnockout
             " TOURN=" PL-SubTourn
             " CHECK=" PL-SubCheck
             " BADGE=" PL-SubBadge
             "  (BLANK COUNTS AS Y)".

        ShowRanks.
            DISPLAY "--- HIGH SCORE BOARDS ---".
            IF RankCount = 0 THEN
                DISPLAY "    NOT ON ANY HIGH SCORE BOARD"
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING RnkI FROM 1 BY 1 UNTIL RnkI > RankCount
                DISPLAY "    " RK-Width(RnkI) "x" RK-Height(RnkI)
                 " SPEED " RK-Speed(RnkI)
                 "  RANK " RK-Rank(RnkI) " OF " RK-Of(RnkI)
                 "  LENGTH " RK-Length(RnkI)
                 "  SET " RK-Date(RnkI)
            END-PERFORM.

        ShowGames.
            DISPLAY "--- GAMES, NEWEST FIRST (PAGE " WS-Page " OF "
             WS-PageCount ", " GameCount " ON FILE) ---".
            IF GameCount = 0 THEN
                DISPLAY "    NO GAMES ON FILE"
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "    DATE     TIME   MODE   BOARD       LEN  "
             "SCORE  END   VS".
            COMPUTE WS-PageTop = GameCount - ((WS-Page - 1) * 10).
            MOVE 1 TO WS-PageBottom.
            IF WS-PageTop > 10 THEN
                COMPUTE WS-PageBottom = WS-PageTop - 9
            END-IF.
            PERFORM VARYING WS-GameIdx FROM WS-PageTop BY -1 UNTIL
             WS-GameIdx < WS-PageBottom
                EVALUATE PG-Mode(WS-GameIdx)
                    WHEN "B" MOVE "BATCH" TO WS-ModeText
                    WHEN "T" MOVE "2P" TO WS-ModeText
                    WHEN "S" MOVE "SPRINT" TO WS-ModeText
                    WHEN OTHER MOVE "INTER" TO WS-ModeText
                END-EVALUATE
                DISPLAY "    " PG-Date(WS-GameIdx)
                 " " PG-Time(WS-GameIdx)
                 " " WS-ModeText
                 " " PG-Width(WS-GameIdx) "x" PG-Height(WS-GameIdx)
                 "/" PG-Speed(WS-GameIdx)
                 " " PG-Length(WS-GameIdx)
                 "  " PG-Score(WS-GameIdx)
                 "  " PG-End(WS-GameIdx)
                 "  " PG-Versus(WS-GameIdx)
            END-PERFORM.

        ShowDaily.
            DISPLAY "--- TODAY'S DAILY CHALLENGE ---".
            IF WS-MyIdx = 0 THEN
                DISPLAY "    NOT PLAYED TODAY (" TodayCount
                 " PLAYER(S) SO FAR)"
            ELSE
                DISPLAY "    PLACED " WS-Placing " OF " TodayCount
                 "  BEST SCORE " TB-Score(WS-MyIdx)
                 "  LENGTH " TB-Length(WS-MyIdx)
                 "  TRIES " TB-Tries(WS-MyIdx)
            END-IF.

        ShowMatches.
            DISPLAY "--- TOURNAMENT MATCHES " WS-EventName.
            IF MatchCount = 0 THEN
                DISPLAY "    NO MATCHES FOR THIS PLAYER IN TOURNMT.DAT"
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING MatI FROM 1 BY 1 UNTIL MatI > MatchCount
                EVALUATE True
                    WHEN PM-Winner(MatI) = SPACES
                        MOVE "PENDING" TO WS-MatchResult
                    WHEN PM-Winner(MatI) = WS-Initials
                        MOVE "WON" TO WS-MatchResult
                    WHEN OTHER
                        MOVE "LOST" TO WS-MatchResult
                END-EVALUATE
                DISPLAY "    ROUND " PM-Round(MatI)
                 " MATCH " PM-No(MatI)
                 "  VS " PM-Opponent(MatI)
                 "  " WS-MatchResult
            END-PERFORM.

        ShowEvents.
            DISPLAY "--- UNDELIVERED OUTBOX EVENTS ---".
            IF EventCount = 0 THEN
                DISPLAY "    NONE WAITING"
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING EvtI FROM 1 BY 1 UNTIL EvtI > EventCount
                DISPLAY "    " PE-Type(EvtI) " " PE-Text(EvtI)
            END-PERFORM.
            IF WS-EventsMore > 0 THEN
                DISPLAY "    ... AND " WS-EventsMore " MORE"
            END-IF.
