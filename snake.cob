            SELECT OPTIONAL MazeBadFile ASSIGN TO "MAZEBAD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MazeBadStatus.
            SELECT OPTIONAL AchieveFile ASSIGN TO "ACHIEVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AC-Key
                FILE STATUS IS WS-AchieveStatus.
            SELECT SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT OPTIONAL CtlTotFile ASSIGN TO "CTLTOT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CT-Date
                FILE STATUS IS WS-CtlTotStatus.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
            SELECT OPTIONAL LiveFile ASSIGN TO "LIVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-Id
                FILE STATUS IS WS-LiveStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HiScoreFile.
        01 DailyRecord PIC X(80).
        FD MazeBadFile.
        01 MazeBadRecord PIC X(80).
        FD AchieveFile.
            COPY "AchieveRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD CtlTotFile.
            COPY "CtlTotRecord.cpy".
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        FD LiveFile.
            COPY "LiveRecord.cpy".
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-CtlTotStatus PIC XX.
        01 WS-CtlDate PIC 9(8).
        01 ControlCounts.
            02 WS-CtlStarted   PIC 9(5) VALUE ZERO.
            02 WS-CtlEnded     PIC 9(5) VALUE ZERO.
            02 WS-CtlSuspended PIC 9(5) VALUE ZERO.
            02 WS-CtlHist      PIC 9(5) VALUE ZERO.
            02 WS-CtlLogClosed PIC 9(5) VALUE ZERO.
            02 WS-CtlDaily     PIC 9(5) VALUE ZERO.
            02 WS-CtlHiScore   PIC 9(5) VALUE ZERO.
            02 WS-CtlOutbox    PIC 9(5) VALUE ZERO.
            02 WS-CtlLockFails PIC 9(5) VALUE ZERO.
        01 WS-SessIdxStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-SessId PIC X(15).
        01 WS-SessTime PIC 9(6).
        01 WS-LiveStatus PIC XX.
        01 WS-LiveBeat PIC X(6) VALUE SPACES.
        01 WS-LiveClock PIC 9(15).
        01 WS-SessFrames PIC 9(5) VALUE ZERO.
            COPY "SessSelParm.cpy".
            COPY "JnlParm.cpy".
        01 WS-SprintStatus PIC XX.
        01 WS-SprintFlag PIC 9 VALUE 0.
            88 SprintMode    VALUE 1.
            88 NotSprintMode VALUE 0.
        01 WS-SprintLimit PIC 999 VALUE 120.
        01 WS-SprintLeft PIC 999 VALUE ZERO.
        01 WS-SprintElapsed PIC 9(15).
        01 WS-SprintChoice PIC X.
        01 SprintTable.
            02 SprintEntry OCCURS 11 TIMES INDEXED BY SPI.
                03 SPE-Initials PIC X(3).
                03 SPE-Score    PIC 9(5).
                03 SPE-Length   PIC 9(3).
                03 SPE-Duration PIC 9(10).
                03 SPE-Date     PIC 9(8).
        01 WS-SprintSwap.
            02 WSP-Initials PIC X(3).
            02 WSP-Score    PIC 9(5).
            02 WSP-Length   PIC 9(3).
            02 WSP-Duration PIC 9(10).
            02 WSP-Date     PIC 9(8).
        01 SprintCount PIC 99 VALUE ZERO.
        01 OtherSprints.
            02 OtherSprintCount PIC 999 VALUE ZERO.
            02 OtherSprintEntry OCCURS 200 TIMES INDEXED BY OSI.
                03 OS-Class PIC X(12).
                03 OS-Rec   PIC X(43).
        01 WS-SprintClass PIC X(12).
        01 WS-AchieveStatus PIC XX.
        01 WS-BadgeCode PIC X(8).
        01 WS-BadgeQual PIC X(8).
        01 WS-BadgeSource PIC X(8).
        01 WS-BadgeDetail PIC X(30).
        01 WS-BadgeTo PIC X(3).
        01 WS-BadgesAwarded PIC 99 VALUE ZERO.
        01 WS-BadgeSavedFlag PIC 9.
            88 BadgeSaved    VALUE 1.
            88 BadgeNotSaved VALUE 0.
        01 WS-BadgeLength PIC 999 VALUE 50.
        01 WS-MazeClearLength PIC 999 VALUE 20.
        01 WS-StreakDays PIC 9 VALUE 5.
        01 WS-StreakToday PIC 9(7).
        01 WS-StreakDay PIC 9(7).
        01 WS-StreakOffset PIC 9(7).
        01 WS-StreakHits.
            02 WS-StreakHit PIC 9 OCCURS 5 TIMES.
        01 WS-StreakIdx PIC 9.
        01 WS-StreakFlag PIC 9.
            88 StreakComplete   VALUE 1.
            88 StreakIncomplete VALUE 0.
        01 WS-MazeBadStatus PIC XX.
        01 BadMazes.
            02 BadMazeCount PIC 99 VALUE ZERO.
            88 EndObstacle   VALUE "OBST".
            88 EndOtherSnake VALUE "P2  ".
            88 EndBoardFull  VALUE "FULL".
            88 EndTime       VALUE "TIME".
        01 Snake.
            02 SnakeSize PIC 999 VALUE 1.
            02 SnakeDirection PIC A VALUE 'R'.
            02 WSE-Duration PIC 9(10).
            02 WSE-Date     PIC 9(8).
        01 HiScoreCount PIC 99 VALUE ZERO.
        01 OldScoreTable.
            02 OldScoreEntry OCCURS 11 TIMES.
                03 OSE-Initials PIC X(3).
                03 OSE-Length   PIC 9(3).
                03 OSE-Duration PIC 9(10).
                03 OSE-Date     PIC 9(8).
        01 OldScoreCount PIC 99 VALUE ZERO.
        01 OtherScores.
            02 OtherScoreCount PIC 999 VALUE ZERO.
            02 OtherScoreEntry OCCURS 200 TIMES INDEXED BY AOI.
        01 WS-PlayerOkFlag PIC 9 VALUE 0.
            88 PlayerOk    VALUE 1.
            88 PlayerNotOk VALUE 0.
        01 WS-PlayerLeftFlag PIC 9 VALUE 0.
            88 PlayerInactive VALUE 1.
            88 PlayerOnFile   VALUE 0.
        01 WS-GhostFlag PIC 9 VALUE 0.
            88 GhostMode   VALUE 1.
            88 NoGhostMode VALUE 0.
        01 GhostFrames.
            02 GhostFrameCount PIC 9(5) VALUE ZERO.
            02 GhostFrameEntry OCCURS 5000 TIMES INDEXED BY GhostI.
                03 GF-X     PIC 999.
                03 GF-Y     PIC 999.
                03 GF-Score PIC 9(5).
        01 WS-GhostSessFlag PIC 9 VALUE 0.
            88 GhostInSession  VALUE 1.
            88 GhostOutSession VALUE 0.
        01 WS-GhostCur PIC 9(5) VALUE ZERO.
        01 WS-GhostPrevX PIC 999 VALUE ZERO.
        01 WS-GhostPrevY PIC 999 VALUE ZERO.
                        END-IF
                        PERFORM MazeMenu
                    END-IF
                    IF NOT TwoPlayerMode AND NOT SprintMode THEN
                        PERFORM OfferGhost
                    END-IF
                END-IF
            END-IF.
            IF SprintMode THEN
                PERFORM CheckSprintAllowed
            END-IF.
            IF DailyChallenge THEN
                CONTINUE
            ELSE
            IF ScriptMode THEN
                PERFORM LoadDirectionScript
            END-IF.
            IF BatchMode AND NOT ScriptMode AND NOT SprintMode THEN
                PERFORM LoadCheckpoint
                IF CkptResumed THEN
                    PERFORM ResumeFromCheckpoint
                    PERFORM PlaceFood
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CtlDate.
            PERFORM OpenReplayLog.
            MOVE 1 TO WS-CtlStarted.
            PERFORM PostControlTotals.
            IF InteractiveMode THEN
                CALL "SYSTEM" USING CmdRawMode
            END-IF.

            PERFORM UNTIL GameOver
                PERFORM CheckDrawCycle
                IF NOT ScriptMode THEN
                    IF Draw
                     OR FUNCTION CURRENT-DATE(9:6) NOT = WS-LiveBeat
                     THEN
                        PERFORM RefreshLiveStatus
                    END-IF
                END-IF
                IF Draw THEN
                    PERFORM UpdateBonusFood
                    IF GhostMode THEN
                IF TwoPlayerMode THEN
                    PERFORM BoundsCheck2
                END-IF
                IF SprintMode AND GameNotOver THEN
                    PERFORM CheckSprintClock
                END-IF
                IF BatchMode AND Draw AND NOT ScriptMode
                 AND NOT SprintMode THEN
                    PERFORM SaveCheckpoint
                END-IF
            END-PERFORM.
            IF EndNotSet THEN
                MOVE "????" TO EndReasonCode
            END-IF.
            IF NOT ScriptMode THEN
                PERFORM ClearLiveStatus
            END-IF.
            IF InteractiveMode THEN
                CALL "SYSTEM" USING CmdCookedMode
            END-IF.
            CALL "ComputeMillis" USING GameClock.
            COMPUTE WS-NewDuration = GameClock - WS-GameStartAbs.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NewDate.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NewTime.
            PERFORM CloseReplayLog.
            IF BatchMode AND NOT ScriptMode AND NOT SprintMode THEN
                PERFORM ClearCheckpoint
            END-IF.
            DISPLAY " ".
                     " score " Score "   P2 length " Snake2Size
                     " score " Score2
                ELSE
                    IF SprintMode THEN
                        DISPLAY "Time! Sprint score " Score
                         ", length " SnakeSize
                    ELSE
                        DISPLAY "Game Over, length " SnakeSize
                    END-IF
                END-IF
                DISPLAY "End reason: " EndReasonCode
            END-IF.
            IF NOT ScriptMode AND NOT GameSuspended THEN
                PERFORM WriteGameHistory
            END-IF.
            IF DailyChallenge AND NOT GameSuspended THEN
                PERFORM WriteDailyAttempt
            END-IF.
            IF NOT ScriptMode AND NOT GameSuspended THEN
                PERFORM EvaluateBadges
            END-IF.
            IF NOT TwoPlayerMode AND NOT ScriptMode
             AND NOT GameSuspended AND NOT DailyChallenge
             AND SprintMode THEN
                PERFORM LoadSprintScores
                PERFORM CheckSprintQualifies
                IF Qualifies AND HiScoreFileOk THEN
                    IF InteractiveMode THEN
                        IF PlayerNotOk THEN
                            PERFORM AcceptValidInitials
                        END-IF
                    ELSE
                        MOVE "BAT" TO WS-Initials
                        SET PlayerOk TO True
                    END-IF
                END-IF
                IF Qualifies AND PlayerOk
                 AND HiScoreFileOk THEN
                    PERFORM UpdateSprintScoresLocked
                END-IF
            END-IF.
            IF NOT TwoPlayerMode AND NOT ScriptMode
             AND NOT GameSuspended AND NOT DailyChallenge
             AND NOT SprintMode THEN
                PERFORM LoadHiScores
                PERFORM CheckHiScoreQualifies
                IF Qualifies AND HiScoreFileOk THEN
                    PERFORM UpdateHiScoresLocked
                END-IF
            END-IF.
            IF GameSuspended THEN
                MOVE 1 TO WS-CtlSuspended
            ELSE
                MOVE 1 TO WS-CtlEnded
            END-IF.
            MOVE WS-NewDate TO WS-CtlDate.
            PERFORM PostControlTotals.
            IF BatchMode THEN
                PERFORM WriteRunStatus
            END-IF.
            STOP RUN.

        PostControlTotals.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "CTLTOT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "CTLTOT.DAT is locked by another program - "
                 "control totals not posted"
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O CtlTotFile.
            IF WS-CtlTotStatus = "35" THEN
                OPEN OUTPUT CtlTotFile
                CLOSE CtlTotFile
                OPEN I-O CtlTotFile
            END-IF.
            IF WS-CtlTotStatus = "05" THEN
                MOVE "00" TO WS-CtlTotStatus
            END-IF.
            IF WS-CtlTotStatus NOT = "00" THEN
                DISPLAY "Cannot open CTLTOT.DAT, status "
                 WS-CtlTotStatus " - control totals not posted"
            ELSE
                MOVE WS-CtlDate TO CT-Date
                READ CtlTotFile
                    INVALID KEY
                        MOVE ZEROS TO CtlTotRecord
                        MOVE WS-CtlDate TO CT-Date
                END-READ
                ADD WS-CtlStarted TO CT-Started
                ADD WS-CtlEnded TO CT-Ended
                ADD WS-CtlSuspended TO CT-Suspended
                ADD WS-CtlHist TO CT-HistWritten
                ADD WS-CtlLogClosed TO CT-LogClosed
                ADD WS-CtlDaily TO CT-DailyWritten
                ADD WS-CtlHiScore TO CT-HiScoreWritten
                ADD WS-CtlOutbox TO CT-OutboxWritten
                ADD WS-CtlLockFails TO CT-LockFailures
                MOVE FUNCTION CURRENT-DATE(9:6) TO CT-LastTime
                IF WS-CtlTotStatus = "00" THEN
                    REWRITE CtlTotRecord
                ELSE
                    WRITE CtlTotRecord
                END-IF
                CLOSE CtlTotFile
                MOVE ZEROS TO ControlCounts
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "CTLTOT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "HISCORE.DAT is locked by another program - "
                 "high score not saved"
                ADD 1 TO WS-CtlLockFails
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
                PERFORM SaveHiScores
                IF HiScoreFileOk THEN
                    MOVE 1 TO RETURN-CODE
                    ADD 1 TO WS-CtlHiScore
                END-IF
                IF HSE-Initials(1) = WS-Initials
                 AND HSE-Length(1) = SnakeSize
            END-IF.

        SaveHiScores.
            MOVE HiScoreTable TO OldScoreTable.
            MOVE HiScoreCount TO OldScoreCount.
            ADD 1 TO HiScoreCount.
            MOVE WS-Initials TO HSE-Initials(HiScoreCount).
            MOVE SnakeSize TO HSE-Length(HiScoreCount).
                MOVE 10 TO HiScoreCount
            END-IF.
            PERFORM RewriteHiScoreFile.
            IF HiScoreFileOk THEN
                PERFORM JournalHiScoreChanges
            END-IF.
            IF WS-KnockedOut NOT = SPACES
             AND WS-KnockedOut NOT = WS-Initials
             AND HiScoreFileOk THEN
                PERFORM WriteOutboxEvent
            END-IF.

        JournalHiScoreChanges.
            PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL HSI2 > 10
                MOVE SPACES TO JN-Before JN-After
                IF HSI2 <= OldScoreCount THEN
                    MOVE WS-CurClass TO JN-Before(1:9)
                    MOVE HSI2 TO JN-Before(10:2)
                    MOVE OSE-Initials(HSI2) TO JN-Before(12:3)
                    MOVE OSE-Length(HSI2) TO JN-Before(15:3)
                    MOVE OSE-Duration(HSI2) TO JN-Before(18:10)
                    MOVE OSE-Date(HSI2) TO JN-Before(28:8)
                END-IF
                IF HSI2 <= HiScoreCount THEN
                    MOVE WS-CurClass TO JN-After(1:9)
                    MOVE HSI2 TO JN-After(10:2)
                    MOVE HSE-Initials(HSI2) TO JN-After(12:3)
                    MOVE HSE-Length(HSI2) TO JN-After(15:3)
                    MOVE HSE-Duration(HSI2) TO JN-After(18:10)
                    MOVE HSE-Date(HSI2) TO JN-After(28:8)
                END-IF
                IF JN-Before NOT = JN-After THEN
                    PERFORM WriteHiScoreJournal
                END-IF
            END-PERFORM.

        WriteHiScoreJournal.
            MOVE "HISCORE" TO JN-File.
            MOVE "SNAKE" TO JN-Program.
            EVALUATE True
                WHEN JN-Before = SPACES SET JN-Add TO True
                WHEN JN-After = SPACES  SET JN-Del TO True
                WHEN OTHER              SET JN-Chg TO True
            END-EVALUATE.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                DISPLAY "Warning: change not recorded in HISCORE.JNL"
                 " - take a fresh snakeuld unload of HISCORE"
                ADD 1 TO WS-CtlLockFails
            END-IF.

        SortHiScores.
            PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL HSI2 >= HiScoreCount
                PERFORM VARYING HSI3 FROM 1 BY 1 UNTIL
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "OUTBOX.DAT is locked by another program - "
                 "notification not written"
                ADD 1 TO WS-CtlLockFails
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            STRING "EVENT=" WS-EventType " TO=" WS-EventTo
             " " WS-EventText
             DELIMITED BY SIZE INTO WS-OutboxLine.
            MOVE WS-NewDate TO WS-OutboxLine(73:8).
            WRITE OutboxRecord FROM WS-OutboxLine.
            IF WS-OutboxStatus = "00" THEN
                ADD 1 TO WS-CtlOutbox
            END-IF.
            CLOSE OutboxFile.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "OUTBOX" TO WS-LockName.
                     WS-Initials
                    PERFORM ValidatePlayerInitials
                    IF PlayerNotOk THEN
                        PERFORM ShowInitialsRefused
                    END-IF
                END-IF
            END-PERFORM.
                MOVE FUNCTION UPPER-CASE(WS-Initials) TO WS-Initials
                PERFORM ValidatePlayerInitials
                IF PlayerNotOk THEN
                    PERFORM ShowInitialsRefused
                END-IF
            END-PERFORM.
            IF PlayerNotOk THEN
                DISPLAY "High score not saved - unregistered player"
            END-IF.

        ShowInitialsRefused.
            IF PlayerInactive THEN
                DISPLAY "Initials " WS-Initials
                 " belong to an inactive player - see SNAKEPLYR"
            ELSE
                DISPLAY "Initials " WS-Initials
                 " not registered - see SNAKEPLYR to register"
            END-IF.

        ValidatePlayerInitials.
            SET PlayerNotOk TO True.
            SET PlayerOnFile TO True.
            IF WS-Initials = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
                    INVALID KEY
                        SET PlayerNotOk TO True
                    NOT INVALID KEY
                        IF PL-Inactive THEN
                            SET PlayerInactive TO True
                        ELSE
                            SET PlayerOk TO True
                        END-IF
                END-READ
                CLOSE PlayerFile
            ELSE
                MOVE SnakeSize TO WS-DailyLine(20:3)
                MOVE WS-NewTime TO WS-DailyLine(24:6)
                WRITE DailyRecord FROM WS-DailyLine
                IF WS-DailyStatus = "00" THEN
                    ADD 1 TO WS-CtlDaily
                END-IF
                CLOSE DailyFile
                DISPLAY "Daily challenge attempt recorded for "
                 WS-Initials " - score " Score
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "GAMEHIST.DAT is locked by another program - "
                 "history record not written"
                ADD 1 TO WS-CtlLockFails
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
                IF TwoPlayerMode THEN
                    SET GH-ModeTwoPlayer TO True
                ELSE
                    IF SprintMode THEN
                        SET GH-ModeSprint TO True
                    ELSE
                        IF BatchMode THEN
                            SET GH-ModeBatch TO True
                        ELSE
                            SET GH-ModeInteractive TO True
                        END-IF
                    END-IF
                END-IF
                MOVE BoardWidth TO GH-BoardWidth
                MOVE WS-NewDuration TO GH-Duration
                MOVE EndReasonCode TO GH-EndReason
                MOVE WS-Initials TO GH-Initials
                IF DailyChallenge THEN
                    MOVE SPACES TO GH-Maze
                ELSE
                    MOVE WS-MazePick TO GH-Maze
                END-IF
                MOVE SPACES TO GH-Opponent
                IF TwoPlayerMode AND CpuOpponent THEN
                    MOVE "CP" TO GH-Opponent(1:2)
                    MOVE WS-CpuSkill TO GH-Opponent(3:1)
                END-IF
                WRITE GameHistRecord
                IF WS-GameHistStatus = "00" THEN
                    ADD 1 TO WS-CtlHist
                END-IF
                CLOSE GameHistFile
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        EvaluateBadges.
            MOVE ZERO TO WS-BadgesAwarded.
            IF TournamentMode AND WS-TournWinner NOT = SPACES THEN
                MOVE WS-TournWinner TO WS-BadgeTo
                MOVE "TOURNWIN" TO WS-BadgeCode
                MOVE SPACES TO WS-BadgeQual
                MOVE "TOURNMT" TO WS-BadgeSource
                MOVE SPACES TO WS-BadgeDetail
                STRING "MATCH " WS-TournMatch " " WS-TournP1 " VS "
                 WS-TournP2
                 DELIMITED BY SIZE INTO WS-BadgeDetail
                PERFORM AwardBadge
            END-IF.
            IF TwoPlayerMode OR PlayerNotOk OR WS-Initials = SPACES
             OR WS-Initials = "BAT" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-Initials TO WS-BadgeTo.
            MOVE "GAMEHIST" TO WS-BadgeSource.
            IF SnakeSize >= WS-BadgeLength THEN
                MOVE "LENGTH50" TO WS-BadgeCode
                MOVE SPACES TO WS-BadgeQual
                MOVE SPACES TO WS-BadgeDetail
                STRING "LENGTH=" SnakeSize " SCORE=" Score
                 DELIMITED BY SIZE INTO WS-BadgeDetail
                PERFORM AwardBadge
            END-IF.
            IF WS-MazePick NOT = SPACES AND NOT DailyChallenge
             AND ObstacleCount > 0
             AND NOT EndObstacle AND EndReasonCode NOT = "????"
             AND SnakeSize >= WS-MazeClearLength THEN
                MOVE "MAZECLR" TO WS-BadgeCode
                MOVE WS-MazePick TO WS-BadgeQual
                MOVE SPACES TO WS-BadgeDetail
                STRING "LENGTH=" SnakeSize " END=" EndReasonCode
                 DELIMITED BY SIZE INTO WS-BadgeDetail
                PERFORM AwardBadge
            END-IF.
            IF GhostMode AND GhostFrameCount > 0 THEN
                IF Score > GF-Score(GhostFrameCount) THEN
                    MOVE "GHOSTWIN" TO WS-BadgeCode
                    MOVE SPACES TO WS-BadgeQual
                    MOVE SPACES TO WS-BadgeDetail
                    STRING "SCORE=" Score " GHOST="
                     GF-Score(GhostFrameCount)
                     DELIMITED BY SIZE INTO WS-BadgeDetail
                    PERFORM AwardBadge
                END-IF
            END-IF.
            IF DailyChallenge THEN
                PERFORM CheckDailyStreak
                IF StreakComplete THEN
                    MOVE "DAILY5" TO WS-BadgeCode
                    MOVE SPACES TO WS-BadgeQual
                    MOVE "DAILYCHL" TO WS-BadgeSource
                    MOVE SPACES TO WS-BadgeDetail
                    STRING WS-StreakDays " DAYS IN A ROW TO "
                     WS-NewDate
                     DELIMITED BY SIZE INTO WS-BadgeDetail
                    PERFORM AwardBadge
                END-IF
            END-IF.

        CheckDailyStreak.
            SET StreakIncomplete TO True.
            MOVE ZEROS TO WS-StreakHits.
            COMPUTE WS-StreakToday =
             FUNCTION INTEGER-OF-DATE(WS-NewDate).
            OPEN INPUT DailyFile.
            IF WS-DailyStatus NOT = "00" THEN
                IF WS-DailyStatus = "05" THEN
                    CLOSE DailyFile
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-DailyStatus NOT = "00"
                READ DailyFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-DailyStatus
                    NOT AT END
                        MOVE DailyRecord TO WS-DailyLine
                        IF WS-DailyLine(10:3) = WS-Initials
                         AND WS-DailyLine(1:8) IS NUMERIC THEN
                            COMPUTE WS-StreakDay =
                             FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(WS-DailyLine(1:8)))
                            IF WS-StreakDay <= WS-StreakToday
                             AND WS-StreakDay + WS-StreakDays
                              > WS-StreakToday THEN
                                COMPUTE WS-StreakOffset =
                                 WS-StreakToday - WS-StreakDay + 1
                                MOVE 1 TO
                                 WS-StreakHit(WS-StreakOffset)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DailyFile.
            SET StreakComplete TO True.
            PERFORM VARYING WS-StreakIdx FROM 1 BY 1 UNTIL
             WS-StreakIdx > WS-StreakDays
                IF WS-StreakHit(WS-StreakIdx) = 0 THEN
                    SET StreakIncomplete TO True
                END-IF
            END-PERFORM.

        AwardBadge.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "ACHIEVE" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "ACHIEVE.DAT is locked by another program - "
                 "badge not recorded"
                ADD 1 TO WS-CtlLockFails
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM SaveBadge.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "ACHIEVE" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF BadgeNotSaved THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-BadgesAwarded.
            DISPLAY "Badge earned by " WS-BadgeTo ": " WS-BadgeCode
             " " WS-BadgeQual.
            MOVE "BADGE" TO WS-EventType.
            MOVE WS-BadgeTo TO WS-EventTo.
            MOVE SPACES TO WS-EventText.
            STRING "BADGE EARNED " WS-BadgeCode " " WS-BadgeQual
             " " WS-NewDate
             DELIMITED BY SIZE INTO WS-EventText.
            PERFORM WriteOutboxEvent.

        SaveBadge.
            SET BadgeNotSaved TO True.
            OPEN I-O AchieveFile.
            IF WS-AchieveStatus = "35" THEN
                OPEN OUTPUT AchieveFile
                CLOSE AchieveFile
                OPEN I-O AchieveFile
            END-IF.
            IF WS-AchieveStatus = "05" THEN
                MOVE "00" TO WS-AchieveStatus
            END-IF.
            IF WS-AchieveStatus NOT = "00" THEN
                DISPLAY "Cannot open ACHIEVE.DAT, status "
                 WS-AchieveStatus " - badge not recorded"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-BadgeTo TO AC-Initials.
            MOVE WS-BadgeCode TO AC-Badge.
            MOVE WS-BadgeQual TO AC-Qualifier.
            MOVE WS-NewDate TO AC-Date.
            MOVE WS-NewDate TO AC-GameDate.
            MOVE WS-NewTime TO AC-GameTime.
            MOVE WS-BadgeSource TO AC-Source.
            MOVE WS-BadgeDetail TO AC-Detail.
            WRITE AchieveRecord
                INVALID KEY
                    CLOSE AchieveFile
                    EXIT PARAGRAPH
            END-WRITE.
            CLOSE AchieveFile.
            SET BadgeSaved TO True.

        RewriteHiScoreFile.
            OPEN OUTPUT HiScoreFile.
            IF WS-HiScoreStatus NOT = "00"
            END-PERFORM.
            CLOSE HiScoreFile.

        UpdateSprintScoresLocked.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "SPRINT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "SPRINT.DAT is locked by another program - "
                 "sprint score not saved"
                ADD 1 TO WS-CtlLockFails
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM LoadSprintScores.
            PERFORM CheckSprintQualifies.
            IF Qualifies AND HiScoreFileOk THEN
                PERFORM SaveSprintScores
                IF HiScoreFileOk THEN
                    MOVE 1 TO RETURN-CODE
                    ADD 1 TO WS-CtlHiScore
                END-IF
                IF SPE-Initials(1) = WS-Initials
                 AND SPE-Score(1) = Score
                 AND SPE-Duration(1) = WS-NewDuration
                 AND SPE-Date(1) = WS-NewDate THEN
                    MOVE "HISCORE" TO WS-EventType
                    MOVE WS-Initials TO WS-EventTo
                    MOVE SPACES TO WS-EventText
                    STRING "NEW #1 SPRINT SCORE=" Score
                     " DATE=" WS-NewDate
                     DELIMITED BY SIZE INTO WS-EventText
                    PERFORM WriteOutboxEvent
                END-IF
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "SPRINT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        LoadSprintScores.
            MOVE 0 TO SprintCount.
            MOVE 0 TO OtherSprintCount.
            MOVE BoardWidth TO WS-SprintClass(1:3).
            MOVE BoardHeight TO WS-SprintClass(4:3).
            MOVE SpeedDivisor TO WS-SprintClass(7:3).
            MOVE WS-SprintLimit TO WS-SprintClass(10:3).
            OPEN INPUT SprintFile.
            IF WS-SprintStatus = "05" THEN
                MOVE "00" TO WS-SprintStatus
            ELSE
                IF WS-SprintStatus NOT = "00"
                 AND WS-SprintStatus NOT = "35" THEN
                    DISPLAY "Cannot open SPRINT.DAT, status "
                     WS-SprintStatus
                    SET HiScoreFileBad TO True
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
            IF WS-SprintStatus = "00" THEN
                PERFORM UNTIL WS-SprintStatus NOT = "00"
                    READ SprintFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SprintStatus
                        NOT AT END
                            PERFORM KeepSprintRecord
                    END-READ
                END-PERFORM
                CLOSE SprintFile
            END-IF.

        KeepSprintRecord.
            IF SP-Class = WS-SprintClass THEN
                IF SprintCount < 11 THEN
                    ADD 1 TO SprintCount
                    MOVE SP-Initials TO SPE-Initials(SprintCount)
                    MOVE SP-Score TO SPE-Score(SprintCount)
                    MOVE SP-Length TO SPE-Length(SprintCount)
                    MOVE SP-Duration TO SPE-Duration(SprintCount)
                    MOVE SP-Date TO SPE-Date(SprintCount)
                END-IF
            ELSE
                IF OtherSprintCount < 200 THEN
                    ADD 1 TO OtherSprintCount
                    MOVE SP-Class TO OS-Class(OtherSprintCount)
                    MOVE SprintRecord TO OS-Rec(OtherSprintCount)
                ELSE
                    DISPLAY "SPRINT.DAT holds more than 200 "
                     "records - leaderboard left unchanged"
                    SET HiScoreFileBad TO True
                END-IF
            END-IF.

        CheckSprintQualifies.
            IF SprintCount < 10 THEN
                SET Qualifies TO True
            ELSE
                SET DoesNotQualify TO True
                PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL
                 HSI2 > SprintCount
                    IF Score > SPE-Score(HSI2)
                        SET Qualifies TO True
                    END-IF
                END-PERFORM
            END-IF.

        SaveSprintScores.
            ADD 1 TO SprintCount.
            MOVE WS-Initials TO SPE-Initials(SprintCount).
            MOVE Score TO SPE-Score(SprintCount).
            MOVE SnakeSize TO SPE-Length(SprintCount).
            MOVE WS-NewDuration TO SPE-Duration(SprintCount).
            MOVE WS-NewDate TO SPE-Date(SprintCount).
            PERFORM SortSprintScores.
            MOVE SPACES TO WS-KnockedOut.
            IF SprintCount > 10 THEN
                MOVE SPE-Initials(11) TO WS-KnockedOut
                MOVE 10 TO SprintCount
            END-IF.
            PERFORM RewriteSprintFile.
            IF WS-KnockedOut NOT = SPACES
             AND WS-KnockedOut NOT = WS-Initials
             AND HiScoreFileOk THEN
                MOVE "KNOCKOUT" TO WS-EventType
                MOVE WS-KnockedOut TO WS-EventTo
                MOVE SPACES TO WS-EventText
                STRING "DROPPED FROM SPRINT TOP 10 BY " WS-Initials
                 " SCORE=" Score
                 DELIMITED BY SIZE INTO WS-EventText
                PERFORM WriteOutboxEvent
            END-IF.

        SortSprintScores.
            PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL HSI2 >= SprintCount
                PERFORM VARYING HSI3 FROM 1 BY 1 UNTIL
                 HSI3 > SprintCount - HSI2
                    IF SPE-Score(HSI3) < SPE-Score(HSI3 + 1) THEN
                        MOVE SprintEntry(HSI3) TO WS-SprintSwap
                        MOVE SprintEntry(HSI3 + 1) TO
                         SprintEntry(HSI3)
                        MOVE WS-SprintSwap TO SprintEntry(HSI3 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        RewriteSprintFile.
            OPEN OUTPUT SprintFile.
            IF WS-SprintStatus NOT = "00"
             AND WS-SprintStatus NOT = "05" THEN
                DISPLAY "Cannot rewrite SPRINT.DAT, status "
                 WS-SprintStatus
                SET HiScoreFileBad TO True
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING OSI FROM 1 BY 1 UNTIL
             OSI > OtherSprintCount
                IF OS-Class(OSI) < WS-SprintClass THEN
                    MOVE OS-Rec(OSI) TO SprintRecord
                    WRITE SprintRecord
                END-IF
            END-PERFORM.
            PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL HSI2 > SprintCount
                MOVE WS-SprintClass(1:3) TO SP-Width
                MOVE WS-SprintClass(4:3) TO SP-Height
                MOVE WS-SprintClass(7:3) TO SP-Speed
                MOVE WS-SprintClass(10:3) TO SP-Limit
                MOVE HSI2 TO SP-Rank
                MOVE SPE-Initials(HSI2) TO SP-Initials
                MOVE SPE-Score(HSI2) TO SP-Score
                MOVE SPE-Length(HSI2) TO SP-Length
                MOVE SPE-Duration(HSI2) TO SP-Duration
                MOVE SPE-Date(HSI2) TO SP-Date
                WRITE SprintRecord
            END-PERFORM.
            PERFORM VARYING OSI FROM 1 BY 1 UNTIL
             OSI > OtherSprintCount
                IF OS-Class(OSI) > WS-SprintClass THEN
                    MOVE OS-Rec(OSI) TO SprintRecord
                    WRITE SprintRecord
                END-IF
            END-PERFORM.
            CLOSE SprintFile.

        ReadConfig.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm NOT = SPACES THEN
                        MOVE WS-CfgNum TO WS-CpuSkill
                        SET CfgAccepted TO True
                    END-IF
                WHEN "LIMIT"
                    PERFORM ParseConfigNum
                    IF CfgNumGood AND WS-CfgNum >= 10 THEN
                        MOVE WS-CfgNum TO WS-SprintLimit
                        SET CfgAccepted TO True
                    END-IF
                WHEN "SEASON"
                    IF WS-CfgValue = "MONTHLY"
                     OR WS-CfgValue = "QUARTERLY" THEN
                        SET CfgAccepted TO True
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                    SET ScriptMode TO True
                    SET BatchMode TO True
                    SET CfgAccepted TO True
                WHEN "SPRINT"
                    SET SprintMode TO True
                    SET CfgAccepted TO True
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        OfferGhost.
            SET NoGhostMode TO True.
            DISPLAY "Race a ghost from an earlier session (Y/N)? "
                WITH NO ADVANCING.
            ACCEPT WS-GhostAnswer.
            IF WS-GhostAnswer(1:1) NOT = "Y"
             AND WS-GhostAnswer(1:1) NOT = "y" THEN
                EXIT PARAGRAPH
            END-IF.
            SET SL-ForGhost TO True.
            MOVE BoardWidth TO SL-Width.
            MOVE BoardHeight TO SL-Height.
            MOVE SpeedDivisor TO SL-Speed.
            CALL "snakesel" USING SessSelParm.
            IF NOT SL-Picked THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM LoadGhostFrames.
            IF GhostFrameCount > 0 THEN
                SET GhostMode TO True
                DISPLAY "Racing ghost session " SL-Id
                 " with " GhostFrameCount " frame(s)"
            ELSE
                DISPLAY "Selected session has no frames"
            END-IF.

        LoadGhostFrames.
            MOVE ZERO TO GhostFrameCount.
            MOVE ZERO TO WS-GhostScore.
            SET GhostOutSession TO True.
            IF SL-InArchive THEN
                PERFORM LoadGhostFromArchive
            ELSE
                PERFORM LoadGhostFromLog
            END-IF.
            MOVE ZERO TO WS-GhostScore.
            MOVE ZERO TO WS-GhostCur.

        LoadGhostFromLog.
            OPEN INPUT ReplayLogFile.
            IF WS-ReplayLogStatus NOT = "00" THEN
                CLOSE ReplayLogFile
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-ReplayLogStatus NOT = "00"
                        MOVE "10" TO WS-ReplayLogStatus
                    NOT AT END
                        MOVE ReplayLogRecord TO WS-LogLine
                        PERFORM LoadGhostLogLine
                END-READ
            END-PERFORM.
            CLOSE ReplayLogFile.

        LoadGhostFromArchive.
            OPEN INPUT LogArchFile.
            IF WS-LogArchStatus NOT = "00" THEN
                CLOSE LogArchFile
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-LogArchStatus NOT = "00"
                READ LogArchFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-LogArchStatus
                    NOT AT END
                        MOVE LogArchRecord TO WS-LogLine
                        PERFORM LoadGhostLogLine
                END-READ
            END-PERFORM.
            CLOSE LogArchFile.

        LoadGhostLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                IF WS-LogLine(19:15) = SL-Id THEN
                    SET GhostInSession TO True
                ELSE
                    SET GhostOutSession TO True
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF GhostOutSession THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:6) NOT = "CLOCK="
            CLOSE CheckpointFile.

        OpenReplayLog.
            MOVE GameStart TO WS-SessId.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SessTime.
            MOVE ZERO TO WS-SessFrames.
            OPEN EXTEND ReplayLogFile.
            MOVE SPACES TO WS-LogLine.
            STRING "=== SESSION START " GameStart
             " DATE " WS-CtlDate " ==="
             " W=" BoardWidth " H=" BoardHeight
             " MAZE=" WS-MazePick
             DELIMITED BY SIZE INTO WS-LogLine.
            WRITE ReplayLogRecord FROM WS-LogLine.
            PERFORM CatalogSessionStart.

        CloseReplayLog.
            MOVE SPACES TO WS-LogLine.
            STRING "=== SESSION END REASON=" EndReasonCode " ==="
             " DATE " WS-NewDate
             DELIMITED BY SIZE INTO WS-LogLine.
            WRITE ReplayLogRecord FROM WS-LogLine.
            IF WS-ReplayLogStatus = "00" THEN
                ADD 1 TO WS-CtlLogClosed
            END-IF.
            CLOSE ReplayLogFile.
            PERFORM CatalogSessionEnd.

        RefreshLiveStatus.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LiveBeat.
            OPEN I-O LiveFile.
            IF WS-LiveStatus = "35" THEN
                OPEN OUTPUT LiveFile
                CLOSE LiveFile
                OPEN I-O LiveFile
            END-IF.
            IF WS-LiveStatus = "05" THEN
                MOVE "00" TO WS-LiveStatus
            END-IF.
            IF WS-LiveStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO LiveRecord.
            MOVE WS-SessId TO LV-Id.
            IF TwoPlayerMode THEN
                SET LV-ModeTwoPlayer TO True
            ELSE
                IF SprintMode THEN
                    SET LV-ModeSprint TO True
                ELSE
                    IF BatchMode THEN
                        SET LV-ModeBatch TO True
                    ELSE
                        SET LV-ModeInteractive TO True
                    END-IF
                END-IF
            END-IF.
            IF Paused THEN
                SET LV-Paused TO True
            ELSE
                SET LV-Running TO True
            END-IF.
            IF TournamentMode THEN
                MOVE WS-TournP1 TO LV-Initials
                MOVE WS-TournP2 TO LV-Opponent
            ELSE
                MOVE WS-Initials TO LV-Initials
                IF TwoPlayerMode THEN
                    IF CpuOpponent THEN
                        MOVE "CP" TO LV-Opponent(1:2)
                        MOVE WS-CpuSkill TO LV-Opponent(3:1)
                    ELSE
                        MOVE "P2" TO LV-Opponent
                    END-IF
                END-IF
            END-IF.
            IF LV-Initials = SPACES THEN
                MOVE "P1" TO LV-Initials
            END-IF.
            MOVE BoardWidth TO LV-Width.
            MOVE BoardHeight TO LV-Height.
            MOVE SpeedDivisor TO LV-Speed.
            IF DailyChallenge THEN
                MOVE "DAILY" TO LV-Maze
            ELSE
                MOVE WS-MazePick TO LV-Maze
            END-IF.
            MOVE SnakeSize TO LV-Length.
            MOVE Score TO LV-Score.
            IF TwoPlayerMode THEN
                MOVE Snake2Size TO LV-Length2
                MOVE Score2 TO LV-Score2
            ELSE
                MOVE ZEROS TO LV-Length2 LV-Score2
            END-IF.
            MOVE GameLevel TO LV-Level.
            CALL "ComputeMillis" USING WS-LiveClock.
            COMPUTE LV-Elapsed =
             (WS-LiveClock - WS-GameStartAbs) / 1000.
            MOVE WS-CtlDate TO LV-StartDate.
            MOVE WS-SessTime TO LV-StartTime.
            MOVE FUNCTION CURRENT-DATE(1:8) TO LV-BeatDate.
            MOVE WS-LiveBeat TO LV-BeatTime.
            WRITE LiveRecord
                INVALID KEY
                    REWRITE LiveRecord
            END-WRITE.
            CLOSE LiveFile.

        ClearLiveStatus.
            OPEN I-O LiveFile.
            IF WS-LiveStatus = "00" THEN
                MOVE WS-SessId TO LV-Id
                DELETE LiveFile
                    INVALID KEY
                        CONTINUE
                END-DELETE
                CLOSE LiveFile
            ELSE
                IF WS-LiveStatus = "05" THEN
                    CLOSE LiveFile
                END-IF
            END-IF.

        CatalogSessionStart.
            PERFORM OpenSessionIndex.
            IF WS-SessIdxStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM FillSessionEntry.
            MOVE SPACES TO SX-EndReason.
            MOVE ZEROS TO SX-Score SX-Frames.
            WRITE SessIdxRecord
                INVALID KEY
                    REWRITE SessIdxRecord
            END-WRITE.
            PERFORM CloseSessionIndex.

        CatalogSessionEnd.
            PERFORM OpenSessionIndex.
            IF WS-SessIdxStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SessId TO SX-Id.
            READ SessIdxFile
                INVALID KEY
                    PERFORM FillSessionEntry
                    WRITE SessIdxRecord
                NOT INVALID KEY
                    PERFORM FillSessionEntry
                    REWRITE SessIdxRecord
            END-READ.
            PERFORM CloseSessionIndex.

        OpenSessionIndex.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "SESSIDX.DAT is locked by another program - "
                 "session not catalogued"
                ADD 1 TO WS-CtlLockFails
                MOVE "LK" TO WS-SessIdxStatus
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SessIdxFile.
            IF WS-SessIdxStatus = "35" THEN
                OPEN OUTPUT SessIdxFile
                CLOSE SessIdxFile
                OPEN I-O SessIdxFile
            END-IF.
            IF WS-SessIdxStatus = "05" THEN
                MOVE "00" TO WS-SessIdxStatus
            END-IF.
            IF WS-SessIdxStatus NOT = "00" THEN
                DISPLAY "Cannot open SESSIDX.DAT, status "
                 WS-SessIdxStatus " - session not catalogued"
                MOVE "RELEASE" TO WS-LockAction
                MOVE "SESSIDX" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
            END-IF.

        CloseSessionIndex.
            CLOSE SessIdxFile.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        FillSessionEntry.
            MOVE WS-SessId TO SX-Id.
            MOVE WS-CtlDate TO SX-Date.
            MOVE WS-SessTime TO SX-Time.
            MOVE WS-Initials TO SX-Initials.
            IF TwoPlayerMode THEN
                SET SX-ModeTwoPlayer TO True
            ELSE
                IF SprintMode THEN
                    SET SX-ModeSprint TO True
                ELSE
                    IF BatchMode THEN
                        SET SX-ModeBatch TO True
                    ELSE
                        SET SX-ModeInteractive TO True
                    END-IF
                END-IF
            END-IF.
            MOVE BoardWidth TO SX-Width.
            MOVE BoardHeight TO SX-Height.
            MOVE SpeedDivisor TO SX-Speed.
            IF DailyChallenge THEN
                MOVE SPACES TO SX-Maze
            ELSE
                MOVE WS-MazePick TO SX-Maze
            END-IF.
            MOVE Score TO SX-Score.
            MOVE SnakeSize TO SX-Length.
            MOVE EndReasonCode TO SX-EndReason.
            MOVE WS-SessFrames TO SX-Frames.
            SET SX-InLog TO True.

        WriteReplayLog.
            MOVE SPACES TO WS-LogLine.
             " SC=" Score
             DELIMITED BY SIZE INTO WS-LogLine.
            WRITE ReplayLogRecord FROM WS-LogLine.
            ADD 1 TO WS-SessFrames.

        WriteReplayLog2.
            MOVE SPACES TO WS-LogLine.
             " SC=" Score2
             DELIMITED BY SIZE INTO WS-LogLine.
            WRITE ReplayLogRecord FROM WS-LogLine.
            ADD 1 TO WS-SessFrames.

        SpeedMenu.
            DISPLAY "Select speed - (S)low (M)edium (F)ast, "
                WHEN "F" WHEN "f" MOVE 300 TO SpeedDivisor
                WHEN OTHER CONTINUE
            END-EVALUATE.
            IF NOT TwoPlayerMode AND NOT SprintMode THEN
                DISPLAY "(T)imed sprint of " WS-SprintLimit
                 " seconds, Enter=normal game: " WITH NO ADVANCING
                ACCEPT WS-SprintChoice
                IF WS-SprintChoice = "T" OR WS-SprintChoice = "t" THEN
                    SET SprintMode TO True
                END-IF
            END-IF.

        CheckSprintAllowed.
            IF TwoPlayerMode OR DailyChallenge OR ScriptMode
             OR SaveResumed THEN
                DISPLAY "Sprint is for single-player games only - "
                 "playing without a time limit"
                SET NotSprintMode TO True
            ELSE
                MOVE WS-SprintLimit TO WS-SprintLeft
            END-IF.

        CheckSprintClock.
            CALL "ComputeMillis" USING GameClock.
            COMPUTE WS-SprintElapsed = GameClock - WS-GameStartAbs.
            IF WS-SprintElapsed >= WS-SprintLimit * 1000 THEN
                MOVE ZERO TO WS-SprintLeft
                SET GameOver TO True
                IF EndNotSet THEN
                    SET EndTime TO True
                END-IF
            ELSE
                COMPUTE WS-SprintLeft = WS-SprintLimit -
                 FUNCTION INTEGER-PART(WS-SprintElapsed / 1000)
            END-IF.

        SkillMenu.
            DISPLAY "CPU skill - (E)asy (N)ormal (H)ard, "
            END-IF.

        TogglePause.
            IF SprintMode THEN
                EXIT PARAGRAPH
            END-IF.
            IF Paused THEN
                SET NotPaused TO True
                CALL "ComputeMillis" USING GameStart
                         SnakeSize "  Level: " GameLevel
                         "  Ghost: " WS-GhostStand " " WS-GhostDiff
                    ELSE
                        IF SprintMode THEN
                            DISPLAY "Score: " Score "   Length: "
                             SnakeSize "   Level: " GameLevel
                             "   Time left: " WS-SprintLeft
                        ELSE
                            DISPLAY "Score: " Score "   Length: "
                             SnakeSize "   Level: " GameLevel
                        END-IF
                    END-IF
                END-IF
            END-IF.
