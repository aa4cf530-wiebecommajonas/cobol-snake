        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakesea.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL HallFameFile ASSIGN TO "HALLFAME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HallFameStatus.
            SELECT OPTIONAL DailyFile ASSIGN TO "DAILYCHL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DailyStatus.
            SELECT OPTIONAL ConfigFile ASSIGN TO "SNAKECFG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ConfigStatus.
            SELECT OPTIONAL OutboxFile ASSIGN TO "OUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxStatus.
            SELECT ReportFile ASSIGN TO "SNAKESEA.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD HallFameFile.
            COPY "HallFameRecord.cpy".
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD ConfigFile.
        01 ConfigRecord PIC X(80).
        FD OutboxFile.
        01 OutboxRecord PIC X(80).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-HiScoreStatus PIC XX.
        01 WS-HallFameStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-ConfigStatus PIC XX.
        01 WS-OutboxStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-OutboxLine PIC X(80).
        01 WS-EventType PIC X(8).
        01 WS-EventTo PIC X(3).
        01 WS-EventText PIC X(50).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-Parm PIC X(80).
        01 WS-ParmTokens.
            02 WS-ParmToken PIC X(20) OCCURS 2 TIMES.
        01 WS-ParmIdx PIC 9.
        01 WS-ConfigLine PIC X(80).
        01 WS-CfgTokens.
            02 WS-CfgToken PIC X(20) OCCURS 8 TIMES.
        01 WS-CfgTokenIdx PIC 9.
        01 WS-CfgKey PIC X(10).
        01 WS-CfgValue PIC X(20).
        01 WS-Line PIC X(100).
        01 WS-RunDate PIC 9(8).
        01 WS-AsOfDate PIC 9(8).
        01 WS-AsOfYear PIC 9(4).
        01 WS-AsOfMonth PIC 99.
        01 WS-Quarter PIC 9.
        01 WS-SeasonYear PIC 9(4).
        01 WS-FromMonth PIC 9(6).
        01 WS-ToMonth PIC 9(6).
        01 WS-SeasonId PIC X(7).
        01 WS-SeasonType PIC X(9) VALUE "MONTHLY".
            88 SeasonMonthly   VALUE "MONTHLY".
            88 SeasonQuarterly VALUE "QUARTERLY".
        01 WS-SeasonClosedFlag PIC 9 VALUE 0.
            88 SeasonAlreadyClosed VALUE 1.
            88 SeasonStillOpen     VALUE 0.
        01 WS-HiScoreOkFlag PIC 9 VALUE 0.
            88 HiScoreFileOk  VALUE 0.
            88 HiScoreFileBad VALUE 1.
        01 BoardEntries.
            02 BoardCount PIC 9(4) VALUE ZERO.
            02 BoardEntry OCCURS 1000 TIMES INDEXED BY BrdI.
                03 BE-Class.
                    04 BE-Width  PIC 9(3).
                    04 BE-Height PIC 9(3).
                    04 BE-Speed  PIC 9(3).
                03 BE-Initials PIC X(3).
                03 BE-Length   PIC 9(3).
                03 BE-Duration PIC 9(10).
                03 BE-Date     PIC 9(8).
                03 BE-SeasonRank PIC 99.
                03 BE-KeepFlag PIC 9.
                    88 BE-Keep VALUE 1.
                    88 BE-Drop VALUE 0.
        01 WS-BoardOverflowFlag PIC 9 VALUE 0.
            88 BoardOverflow VALUE 1.
            88 BoardFits     VALUE 0.
        01 DayWinners.
            02 DayCount PIC 999 VALUE ZERO.
            02 DayEntry OCCURS 100 TIMES INDEXED BY DayI.
                03 DW-Date     PIC 9(8).
                03 DW-Initials PIC X(3).
                03 DW-Score    PIC 9(5).
                03 DW-Length   PIC 9(3).
                03 DW-Time     PIC 9(6).
        01 WinTally.
            02 WinCount PIC 999 VALUE ZERO.
            02 WinEntry OCCURS 100 TIMES INDEXED BY WinI.
                03 WT-Initials PIC X(3).
                03 WT-Wins     PIC 9(3).
                03 WT-BestScore PIC 9(5).
                03 WT-BestLength PIC 9(3).
                03 WT-LastDate PIC 9(8).
        01 WS-DayDate PIC 9(8).
        01 WS-DayInitials PIC X(3).
        01 WS-DayScore PIC 9(5).
        01 WS-DayLength PIC 9(3).
        01 WS-DayTime PIC 9(6).
        01 WS-FoundIdx PIC 999.
        01 WS-ChampIdx PIC 999.
        01 WS-PrevClass PIC X(9).
        01 WS-ClassKept PIC 99.
        01 WS-ClassSeason PIC 99.
        01 WS-BoardHof PIC 9(4) VALUE ZERO.
        01 WS-DailyHof PIC 9(4) VALUE ZERO.
        01 WS-Removed PIC 9(4) VALUE ZERO.
        01 WS-Kept PIC 9(4) VALUE ZERO.
        01 WS-Events PIC 99 VALUE ZERO.
        01 WS-EventFails PIC 99 VALUE ZERO.
        01 BeforeImages.
            02 BeforeImage PIC X(35) OCCURS 1000 TIMES.
        01 AfterImages.
            02 AfterCount PIC 9(4) VALUE ZERO.
            02 AfterImage OCCURS 1000 TIMES.
                03 AI-Image   PIC X(35).
                03 AI-Matched PIC 9.
        01 WS-BefIdx PIC 9(4).
        01 WS-AftIdx PIC 9(4).
        01 WS-JournalFails PIC 9(4) VALUE ZERO.
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            MOVE WS-RunDate TO WS-AsOfDate.
            OPEN OUTPUT ReportFile.
            PERFORM ReadSeasonConfig.
            PERFORM ReadParm.
            IF RETURN-CODE = 8 THEN
                CLOSE ReportFile
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM SetSeasonPeriod.
            MOVE SPACES TO WS-Line.
            STRING "SEASON CLOSE - RUN DATE " WS-RunDate " "
             DELIMITED BY SIZE
             WS-SeasonType DELIMITED BY SPACE
             " SEASON " WS-SeasonId
             " (MONTHS " WS-FromMonth "-" WS-ToMonth ")"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "HISCORE" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE SPACES TO WS-Line
                STRING "HISCORE.DAT LOCKED BY ANOTHER PROGRAM - "
                 "SEASON NOT CLOSED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 12 TO RETURN-CODE
                CLOSE ReportFile
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM CheckSeasonClosed.
            IF SeasonAlreadyClosed THEN
                MOVE SPACES TO WS-Line
                STRING "SEASON " WS-SeasonId
                 " ALREADY IN HALLFAME.DAT - NOTHING DONE"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 4 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            PERFORM LoadBoard.
            IF HiScoreFileBad OR BoardOverflow THEN
                MOVE SPACES TO WS-Line
                IF BoardOverflow THEN
                    STRING "HISCORE.DAT EXCEEDS 1000 RECORDS - "
                     "SEASON NOT CLOSED"
                     DELIMITED BY SIZE INTO WS-Line
                ELSE
                    STRING "CANNOT OPEN HISCORE.DAT, STATUS "
                     WS-HiScoreStatus " - SEASON NOT CLOSED"
                     DELIMITED BY SIZE INTO WS-Line
                END-IF
                PERFORM EmitLine
                MOVE 12 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            PERFORM RankSeasonBoard.
            PERFORM LoadDailyWinners.
            PERFORM TallyDailyWins.
            PERFORM WriteHallOfFame.
            IF RETURN-CODE = 12 THEN
                PERFORM CloseAndStop
            END-IF.
            PERFORM ResetBoard.
            PERFORM ReleaseHiScoreLock.
            PERFORM ReportChampions.
            PERFORM SendSeasonEvents.
            IF WS-EventFails > 0 THEN
                MOVE 2 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "HALL OF FAME BOARD=" WS-BoardHof
             " DAILY=" WS-DailyHof
             " BOARD REMOVED=" WS-Removed " KEPT=" WS-Kept
             " EVENTS=" WS-Events " NOT QUEUED=" WS-EventFails
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            CLOSE ReportFile.
            PERFORM WriteRunStatus.
            STOP RUN.

        CloseAndStop.
            MOVE RETURN-CODE TO WS-RunRc.
            PERFORM ReleaseHiScoreLock.
            MOVE WS-RunRc TO RETURN-CODE.
            CLOSE ReportFile.
            PERFORM WriteRunStatus.
            STOP RUN.

        ReleaseHiScoreLock.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "HISCORE" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        ReadSeasonConfig.
            OPEN INPUT ConfigFile.
            IF WS-ConfigStatus = "05" THEN
                CLOSE ConfigFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-ConfigStatus = "00" THEN
                PERFORM UNTIL WS-ConfigStatus NOT = "00"
                    READ ConfigFile
                        AT END
                            MOVE "10" TO WS-ConfigStatus
                        NOT AT END
                            MOVE ConfigRecord TO WS-ConfigLine
                            PERFORM ScanConfigLine
                    END-READ
                END-PERFORM
                CLOSE ConfigFile
            END-IF.

        ScanConfigLine.
            IF WS-ConfigLine(1:1) = "*" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CfgTokens.
            UNSTRING WS-ConfigLine DELIMITED BY ALL SPACE
             INTO WS-CfgToken(1) WS-CfgToken(2) WS-CfgToken(3)
              WS-CfgToken(4) WS-CfgToken(5) WS-CfgToken(6)
              WS-CfgToken(7) WS-CfgToken(8).
            PERFORM VARYING WS-CfgTokenIdx FROM 1 BY 1 UNTIL
             WS-CfgTokenIdx > 8
                MOVE SPACES TO WS-CfgKey WS-CfgValue
                UNSTRING WS-CfgToken(WS-CfgTokenIdx) DELIMITED BY "="
                 INTO WS-CfgKey WS-CfgValue
                IF WS-CfgKey = "SEASON" THEN
                    IF WS-CfgValue = "MONTHLY"
                     OR WS-CfgValue = "QUARTERLY" THEN
                        MOVE WS-CfgValue TO WS-SeasonType
                    ELSE
                        MOVE SPACES TO WS-Line
                        STRING "SNAKECFG.DAT SEASON=" WS-CfgValue
                         " NOT MONTHLY/QUARTERLY - MONTHLY USED"
                         DELIMITED BY SIZE INTO WS-Line
                        PERFORM EmitLine
                    END-IF
                END-IF
            END-PERFORM.

        ReadParm.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-ParmTokens.
            UNSTRING WS-Parm DELIMITED BY ALL SPACE
             INTO WS-ParmToken(1) WS-ParmToken(2).
            PERFORM VARYING WS-ParmIdx FROM 1 BY 1 UNTIL
             WS-ParmIdx > 2
                EVALUATE True
                    WHEN WS-ParmToken(WS-ParmIdx) = SPACES
                        CONTINUE
                    WHEN WS-ParmToken(WS-ParmIdx) = "MONTHLY"
                     OR WS-ParmToken(WS-ParmIdx) = "QUARTERLY"
                        MOVE WS-ParmToken(WS-ParmIdx) TO
                         WS-SeasonType
                    WHEN WS-ParmToken(WS-ParmIdx)(1:8) IS NUMERIC
                     AND WS-ParmToken(WS-ParmIdx)(9:1) = SPACE
                        MOVE WS-ParmToken(WS-ParmIdx)(1:8) TO
                         WS-AsOfDate
                    WHEN OTHER
                        MOVE 8 TO RETURN-CODE
                END-EVALUATE
            END-PERFORM.
            IF RETURN-CODE NOT = 8 THEN
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-AsOfDate)
                 NOT = 0 THEN
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
            IF RETURN-CODE = 8 THEN
                MOVE SPACES TO WS-Line
                STRING "PARM MUST BE MONTHLY OR QUARTERLY AND/OR AN "
                 "AS-OF DATE YYYYMMDD (BLANK = SNAKECFG.DAT, TODAY)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        SetSeasonPeriod.
            MOVE WS-AsOfDate(1:4) TO WS-AsOfYear.
            MOVE WS-AsOfDate(5:2) TO WS-AsOfMonth.
            MOVE SPACES TO WS-SeasonId.
            IF SeasonQuarterly THEN
                COMPUTE WS-Quarter = (WS-AsOfMonth - 1) / 3
                MOVE WS-AsOfYear TO WS-SeasonYear
                IF WS-Quarter = 0 THEN
                    MOVE 4 TO WS-Quarter
                    SUBTRACT 1 FROM WS-SeasonYear
                END-IF
                COMPUTE WS-FromMonth = WS-SeasonYear * 100
                 + (WS-Quarter - 1) * 3 + 1
                COMPUTE WS-ToMonth = WS-FromMonth + 2
                STRING WS-SeasonYear "-Q" WS-Quarter
                 DELIMITED BY SIZE INTO WS-SeasonId
            ELSE
                IF WS-AsOfMonth = 1 THEN
                    COMPUTE WS-FromMonth =
                     (WS-AsOfYear - 1) * 100 + 12
                ELSE
                    COMPUTE WS-FromMonth =
                     WS-AsOfYear * 100 + WS-AsOfMonth - 1
                END-IF
                MOVE WS-FromMonth TO WS-ToMonth
                STRING WS-FromMonth(1:4) "-" WS-FromMonth(5:2)
                 DELIMITED BY SIZE INTO WS-SeasonId
            END-IF.

        CheckSeasonClosed.
            SET SeasonStillOpen TO True.
            OPEN INPUT HallFameFile.
            IF WS-HallFameStatus = "05" THEN
                CLOSE HallFameFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HallFameStatus = "00" THEN
                PERFORM UNTIL WS-HallFameStatus NOT = "00"
                    READ HallFameFile
                        AT END
                            MOVE "10" TO WS-HallFameStatus
                        NOT AT END
                            IF HF-Season = WS-SeasonId
                             AND HF-Closed THEN
                                SET SeasonAlreadyClosed TO True
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HallFameFile
            END-IF.

        LoadBoard.
            OPEN INPUT HiScoreFile.
            IF WS-HiScoreStatus = "05" THEN
                MOVE "00" TO WS-HiScoreStatus
            ELSE
                IF WS-HiScoreStatus = "35" THEN
                    EXIT PARAGRAPH
                END-IF
                IF WS-HiScoreStatus NOT = "00" THEN
                    SET HiScoreFileBad TO True
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                READ HiScoreFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HiScoreStatus
                    NOT AT END
                        PERFORM KeepBoardEntry
                END-READ
            END-PERFORM.
            CLOSE HiScoreFile.

        KeepBoardEntry.
            IF BoardCount >= 1000 THEN
                SET BoardOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO BoardCount.
            MOVE HiScoreRecord TO BeforeImage(BoardCount).
            MOVE HS-Class TO BE-Class(BoardCount).
            MOVE HS-Initials TO BE-Initials(BoardCount).
            MOVE HS-Length TO BE-Length(BoardCount).
            MOVE HS-Duration TO BE-Duration(BoardCount).
            MOVE HS-Date TO BE-Date(BoardCount).
            MOVE ZERO TO BE-SeasonRank(BoardCount).
            SET BE-Keep(BoardCount) TO True.

        RankSeasonBoard.
            MOVE LOW-VALUES TO WS-PrevClass.
            PERFORM VARYING BrdI FROM 1 BY 1 UNTIL BrdI > BoardCount
                IF BE-Class(BrdI) NOT = WS-PrevClass THEN
                    MOVE BE-Class(BrdI) TO WS-PrevClass
                    MOVE ZERO TO WS-ClassSeason
                END-IF
                IF BE-Date(BrdI)(1:6) <= WS-ToMonth THEN
                    SET BE-Drop(BrdI) TO True
                    ADD 1 TO WS-Removed
                    IF BE-Date(BrdI)(1:6) >= WS-FromMonth THEN
                        ADD 1 TO WS-ClassSeason
                        MOVE WS-ClassSeason TO BE-SeasonRank(BrdI)
                    END-IF
                ELSE
                    ADD 1 TO WS-Kept
                END-IF
            END-PERFORM.

        LoadDailyWinners.
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
                            PERFORM CheckDailyAttempt
                    END-READ
                END-PERFORM
                CLOSE DailyFile
            END-IF.

        CheckDailyAttempt.
            IF DailyRecord(1:8) IS NOT NUMERIC
             OR DailyRecord(14:5) IS NOT NUMERIC
             OR DailyRecord(10:3) = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF DailyRecord(1:6) < WS-FromMonth
             OR DailyRecord(1:6) > WS-ToMonth THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE DailyRecord(1:8) TO WS-DayDate.
            MOVE DailyRecord(10:3) TO WS-DayInitials.
            MOVE DailyRecord(14:5) TO WS-DayScore.
            MOVE ZEROS TO WS-DayLength WS-DayTime.
            IF DailyRecord(20:3) IS NUMERIC THEN
                MOVE DailyRecord(20:3) TO WS-DayLength
            END-IF.
            IF DailyRecord(24:6) IS NUMERIC THEN
                MOVE DailyRecord(24:6) TO WS-DayTime
            END-IF.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING DayI FROM 1 BY 1 UNTIL DayI > DayCount
                IF DW-Date(DayI) = WS-DayDate THEN
                    SET WS-FoundIdx TO DayI
                END-IF
            END-PERFORM.
            IF WS-FoundIdx = 0 THEN
                IF DayCount >= 100 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO DayCount
                MOVE DayCount TO WS-FoundIdx
                MOVE WS-DayDate TO DW-Date(WS-FoundIdx)
                PERFORM TakeDayLead
                EXIT PARAGRAPH
            END-IF.
            IF WS-DayScore > DW-Score(WS-FoundIdx)
             OR (WS-DayScore = DW-Score(WS-FoundIdx)
             AND WS-DayLength > DW-Length(WS-FoundIdx))
             OR (WS-DayScore = DW-Score(WS-FoundIdx)
             AND WS-DayLength = DW-Length(WS-FoundIdx)
             AND WS-DayTime < DW-Time(WS-FoundIdx)) THEN
                PERFORM TakeDayLead
            END-IF.

        TakeDayLead.
            MOVE WS-DayInitials TO DW-Initials(WS-FoundIdx).
            MOVE WS-DayScore TO DW-Score(WS-FoundIdx).
            MOVE WS-DayLength TO DW-Length(WS-FoundIdx).
            MOVE WS-DayTime TO DW-Time(WS-FoundIdx).

        TallyDailyWins.
            PERFORM VARYING DayI FROM 1 BY 1 UNTIL DayI > DayCount
                MOVE ZERO TO WS-FoundIdx
                PERFORM VARYING WinI FROM 1 BY 1 UNTIL
                 WinI > WinCount
                    IF WT-Initials(WinI) = DW-Initials(DayI) THEN
                        SET WS-FoundIdx TO WinI
                    END-IF
                END-PERFORM
                IF WS-FoundIdx = 0 THEN
                    ADD 1 TO WinCount
                    MOVE WinCount TO WS-FoundIdx
                    MOVE DW-Initials(DayI) TO WT-Initials(WS-FoundIdx)
                    MOVE ZEROS TO WT-Wins(WS-FoundIdx)
                     WT-BestScore(WS-FoundIdx)
                     WT-BestLength(WS-FoundIdx)
                     WT-LastDate(WS-FoundIdx)
                END-IF
                ADD 1 TO WT-Wins(WS-FoundIdx)
                IF DW-Score(DayI) > WT-BestScore(WS-FoundIdx) THEN
                    MOVE DW-Score(DayI) TO WT-BestScore(WS-FoundIdx)
                    MOVE DW-Length(DayI) TO
                     WT-BestLength(WS-FoundIdx)
                END-IF
                IF DW-Date(DayI) > WT-LastDate(WS-FoundIdx) THEN
                    MOVE DW-Date(DayI) TO WT-LastDate(WS-FoundIdx)
                END-IF
            END-PERFORM.
            MOVE ZERO TO WS-ChampIdx.
            PERFORM VARYING WinI FROM 1 BY 1 UNTIL WinI > WinCount
                IF WS-ChampIdx = 0 THEN
                    SET WS-ChampIdx TO WinI
                ELSE
                    IF WT-Wins(WinI) > WT-Wins(WS-ChampIdx)
                     OR (WT-Wins(WinI) = WT-Wins(WS-ChampIdx)
                     AND WT-BestScore(WinI) >
                      WT-BestScore(WS-ChampIdx)) THEN
                        SET WS-ChampIdx TO WinI
                    END-IF
                END-IF
            END-PERFORM.

        WriteHallOfFame.
            OPEN EXTEND HallFameFile.
            IF WS-HallFameStatus = "05" THEN
                MOVE "00" TO WS-HallFameStatus
            END-IF.
            IF WS-HallFameStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "CANNOT OPEN HALLFAME.DAT, STATUS "
                 WS-HallFameStatus " - SEASON NOT CLOSED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING BrdI FROM 1 BY 1 UNTIL BrdI > BoardCount
                IF BE-SeasonRank(BrdI) >= 1
                 AND BE-SeasonRank(BrdI) <= 3 THEN
                    PERFORM ClearHallFameRecord
                    SET HF-Board TO True
                    MOVE BE-Class(BrdI) TO HF-Class
                    MOVE BE-SeasonRank(BrdI) TO HF-Rank
                    MOVE BE-Initials(BrdI) TO HF-Initials
                    MOVE BE-Length(BrdI) TO HF-Length
                    MOVE BE-Date(BrdI) TO HF-Date
                    WRITE HallFameRecord
                    ADD 1 TO WS-BoardHof
                END-IF
            END-PERFORM.
            IF WS-ChampIdx > 0 THEN
                PERFORM ClearHallFameRecord
                SET HF-DailyChamp TO True
                MOVE 1 TO HF-Rank
                MOVE WT-Initials(WS-ChampIdx) TO HF-Initials
                MOVE WT-BestLength(WS-ChampIdx) TO HF-Length
                MOVE WT-BestScore(WS-ChampIdx) TO HF-Score
                MOVE WT-Wins(WS-ChampIdx) TO HF-Wins
                MOVE WT-LastDate(WS-ChampIdx) TO HF-Date
                WRITE HallFameRecord
                ADD 1 TO WS-DailyHof
            END-IF.
            PERFORM VARYING DayI FROM 1 BY 1 UNTIL DayI > DayCount
                PERFORM ClearHallFameRecord
                SET HF-DayWinner TO True
                MOVE 1 TO HF-Rank
                MOVE DW-Initials(DayI) TO HF-Initials
                MOVE DW-Length(DayI) TO HF-Length
                MOVE DW-Score(DayI) TO HF-Score
                MOVE 1 TO HF-Wins
                MOVE DW-Date(DayI) TO HF-Date
                WRITE HallFameRecord
                ADD 1 TO WS-DailyHof
            END-PERFORM.
            PERFORM ClearHallFameRecord.
            SET HF-Closed TO True.
            WRITE HallFameRecord.
            CLOSE HallFameFile.

        ClearHallFameRecord.
            MOVE SPACES TO HallFameRecord.
            MOVE WS-SeasonId TO HF-Season.
            MOVE ZEROS TO HF-Class HF-Rank HF-Length HF-Score
             HF-Wins HF-Date.
            MOVE WS-RunDate TO HF-ClosedOn.

        ResetBoard.
            IF WS-Removed = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO WS-PrevClass.
            MOVE ZERO TO AfterCount.
            OPEN OUTPUT HiScoreFile.
            PERFORM VARYING BrdI FROM 1 BY 1 UNTIL BrdI > BoardCount
                IF BE-Keep(BrdI) THEN
                    IF BE-Class(BrdI) NOT = WS-PrevClass THEN
                        MOVE BE-Class(BrdI) TO WS-PrevClass
                        MOVE ZERO TO WS-ClassKept
                    END-IF
                    ADD 1 TO WS-ClassKept
                    MOVE BE-Class(BrdI) TO HS-Class
                    MOVE WS-ClassKept TO HS-Rank
                    MOVE BE-Initials(BrdI) TO HS-Initials
                    MOVE BE-Length(BrdI) TO HS-Length
                    MOVE BE-Duration(BrdI) TO HS-Duration
                    MOVE BE-Date(BrdI) TO HS-Date
                    WRITE HiScoreRecord
                    ADD 1 TO AfterCount
                    MOVE HiScoreRecord TO AI-Image(AfterCount)
                    MOVE ZERO TO AI-Matched(AfterCount)
                END-IF
            END-PERFORM.
            CLOSE HiScoreFile.
            PERFORM JournalBoardReset.

        JournalBoardReset.
            MOVE ZERO TO WS-JournalFails.
            PERFORM VARYING WS-BefIdx FROM 1 BY 1 UNTIL
             WS-BefIdx > BoardCount
                MOVE BeforeImage(WS-BefIdx) TO JN-Before
                MOVE SPACES TO JN-After
                PERFORM VARYING WS-AftIdx FROM 1 BY 1 UNTIL
                 WS-AftIdx > AfterCount
                    IF AI-Image(WS-AftIdx)(1:11) =
                     BeforeImage(WS-BefIdx)(1:11) THEN
                        MOVE AI-Image(WS-AftIdx) TO JN-After
                        MOVE 1 TO AI-Matched(WS-AftIdx)
                    END-IF
                END-PERFORM
                IF JN-Before NOT = JN-After THEN
                    PERFORM WriteJournalRecord
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-AftIdx FROM 1 BY 1 UNTIL
             WS-AftIdx > AfterCount
                IF AI-Matched(WS-AftIdx) = 0 THEN
                    MOVE SPACES TO JN-Before
                    MOVE AI-Image(WS-AftIdx) TO JN-After
                    PERFORM WriteJournalRecord
                END-IF
            END-PERFORM.
            IF WS-JournalFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING WS-JournalFails " BOARD CHANGE(S) NOT RECORDED"
                 " IN HISCORE.JNL - TAKE A FRESH SNAKEULD UNLOAD"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        WriteJournalRecord.
            MOVE "HISCORE" TO JN-File.
            MOVE "SNAKESEA" TO JN-Program.
            EVALUATE True
                WHEN JN-Before = SPACES SET JN-Add TO True
                WHEN JN-After = SPACES  SET JN-Del TO True
                WHEN OTHER              SET JN-Chg TO True
            END-EVALUATE.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                ADD 1 TO WS-JournalFails
            END-IF.

        ReportChampions.
            MOVE SPACES TO WS-Line.
            STRING "BOARD CLASS WxHxSPEED  RANK  INITIALS  LENGTH  "
             "DATE"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING BrdI FROM 1 BY 1 UNTIL BrdI > BoardCount
                IF BE-SeasonRank(BrdI) >= 1
                 AND BE-SeasonRank(BrdI) <= 3 THEN
                    MOVE SPACES TO WS-Line
                    STRING BE-Width(BrdI) "x" BE-Height(BrdI)
                     "x" BE-Speed(BrdI)
                     "            " BE-SeasonRank(BrdI)
                     "    " BE-Initials(BrdI)
                     "       " BE-Length(BrdI)
                     "     " BE-Date(BrdI)
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                END-IF
            END-PERFORM.
            IF WS-BoardHof = 0 THEN
                MOVE "NO BOARD ENTRIES SET DURING THE SEASON"
                 TO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-ChampIdx > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "DAILY CHALLENGE CHAMPION "
                 WT-Initials(WS-ChampIdx)
                 " WINS=" WT-Wins(WS-ChampIdx)
                 " OF " DayCount " DAYS"
                 " BEST SCORE=" WT-BestScore(WS-ChampIdx)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            ELSE
                MOVE "NO DAILY CHALLENGE PLAYED DURING THE SEASON"
                 TO WS-Line
                PERFORM EmitLine
            END-IF.

        SendSeasonEvents.
            MOVE "SEASON" TO WS-EventType.
            PERFORM VARYING BrdI FROM 1 BY 1 UNTIL BrdI > BoardCount
                IF BE-SeasonRank(BrdI) = 1
                 AND BE-Initials(BrdI) NOT = SPACES THEN
                    MOVE BE-Initials(BrdI) TO WS-EventTo
                    MOVE SPACES TO WS-EventText
                    STRING "SEASON " WS-SeasonId
                     " CHAMPION CLASS " BE-Width(BrdI) "/"
                     BE-Height(BrdI) "/" BE-Speed(BrdI)
                     " LEN=" BE-Length(BrdI)
                     DELIMITED BY SIZE INTO WS-EventText
                    PERFORM WriteOutboxEvent
                END-IF
            END-PERFORM.
            IF WS-ChampIdx > 0 THEN
                MOVE WT-Initials(WS-ChampIdx) TO WS-EventTo
                MOVE SPACES TO WS-EventText
                STRING "SEASON " WS-SeasonId
                 " DAILY CHALLENGE CHAMPION WINS="
                 WT-Wins(WS-ChampIdx)
                 DELIMITED BY SIZE INTO WS-EventText
                PERFORM WriteOutboxEvent
            END-IF.

        WriteOutboxEvent.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "OUTBOX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "OUTBOX.DAT is locked by another program - "
                 "notification not written"
                ADD 1 TO WS-EventFails
                EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND OutboxFile.
            IF WS-OutboxStatus = "05" THEN
                MOVE "00" TO WS-OutboxStatus
            END-IF.
            IF WS-OutboxStatus = "00" THEN
                MOVE SPACES TO WS-OutboxLine
                STRING "EVENT=" WS-EventType " TO=" WS-EventTo
                 " " WS-EventText
                 DELIMITED BY SIZE INTO WS-OutboxLine
                WRITE OutboxRecord FROM WS-OutboxLine
                ADD 1 TO WS-Events
                CLOSE OutboxFile
            ELSE
                ADD 1 TO WS-EventFails
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "OUTBOX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "SEASON=" WS-SeasonId
                 " HOF=" WS-BoardHof
                 " EV=" WS-Events
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKESEA" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
