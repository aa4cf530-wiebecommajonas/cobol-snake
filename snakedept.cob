        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakedept.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL DeptListFile ASSIGN TO "DEPTLIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DeptListStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL HistArchFile ASSIGN TO "GAMEHIST.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistArchStatus.
            SELECT OPTIONAL RollupFile ASSIGN TO "GAMEHSUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RollupStatus.
            SELECT OPTIONAL DailyFile ASSIGN TO "DAILYCHL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DailyStatus.
            SELECT OPTIONAL TournFile ASSIGN TO "TOURNMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TournStatus.
            SELECT OPTIONAL OutboxFile ASSIGN TO "OUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxStatus.
            SELECT OPTIONAL OutboxArchFile ASSIGN TO "OUTBXARC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxArchStatus.
            SELECT ReportFile ASSIGN TO "SNAKEDEPT.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD DeptListFile.
        01 DeptListRecord PIC X(80).
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD RollupFile.
        01 RollupRecord PIC X(80).
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD TournFile.
        01 TournRecord PIC X(80).
        FD OutboxFile.
        01 OutboxRecord PIC X(80).
        FD OutboxArchFile.
        01 OutboxArchRecord PIC X(80).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PlayerStatus PIC XX.
        01 WS-DeptListStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-RollupStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-TournStatus PIC XX.
        01 WS-OutboxStatus PIC XX.
        01 WS-OutboxArchStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-RepYear PIC 9(4).
        01 WS-RepMonth PIC 99.
        01 WS-Line PIC X(100).
        01 WS-Unassigned PIC X(20) VALUE "(UNASSIGNED)".
        01 Departments.
            02 DeptCount PIC 999 VALUE ZERO.
            02 DeptEntry OCCURS 200 TIMES INDEXED BY DeptI.
                03 DT-Name PIC X(20).
                03 DT-Counts.
                    04 DT-YtdPoints PIC 9(6).
                    04 DT-YtdGames  PIC 9(7).
                    04 DT-YtdDaily  PIC 9(5).
                    04 DT-YtdTourn  PIC 9(5).
                    04 DT-Month OCCURS 12 TIMES.
                        05 DM-Games      PIC 9(6).
                        05 DM-Scored     PIC 9(6).
                        05 DM-SumScore   PIC 9(10).
                        05 DM-Best       PIC 9(5).
                        05 DM-Active     PIC 9(4).
                        05 DM-Registered PIC 9(4).
                        05 DM-Daily      PIC 9(4).
                        05 DM-Tourn      PIC 9(4).
                        05 DM-Part       PIC 9(3).
                        05 DM-Points     PIC 9(5).
        01 WS-DeptName PIC X(20).
        01 WS-DeptIdx PIC 999.
        01 WS-DeptOverflowFlag PIC 9 VALUE 0.
            88 DeptOverflow VALUE 1.
            88 DeptFits     VALUE 0.
        01 Players.
            02 PlayerCount PIC 9(4) VALUE ZERO.
            02 PlayerEntry OCCURS 3000 TIMES INDEXED BY PlyI.
                03 PT-Initials PIC X(3).
                03 PT-Dept     PIC 999.
                03 PT-RegMonth PIC 9(6).
                03 PT-Status   PIC X.
                    88 PT-Inactive VALUE "I".
                03 PT-Played   PIC 9 OCCURS 12 TIMES.
        01 WS-PlayerOverflowFlag PIC 9 VALUE 0.
            88 PlayerOverflow VALUE 1.
            88 PlayerFits     VALUE 0.
        01 WS-PlayerFileFlag PIC 9 VALUE 0.
            88 PlayerFileFound   VALUE 1.
            88 PlayerFileMissing VALUE 0.
        01 WS-PlayerIdx PIC 9(4).
        01 WS-Who PIC X(3).
        01 MonthSources.
            02 MonthSource OCCURS 12 TIMES.
                03 MR-Rollup   PIC 9(6).
                03 MR-Archive  PIC 9(6).
                03 MR-Current  PIC 9(6).
                03 MR-RollFlag PIC 9.
                    88 MR-Rolled    VALUE 1.
                    88 MR-NotRolled VALUE 0.
                03 MR-UseFlag  PIC 9.
                    88 MR-UseArchive  VALUE 1.
                    88 MR-SkipArchive VALUE 0.
        01 WS-Mon PIC 99.
        01 WS-RecMonth PIC 99.
        01 WS-InPeriodFlag PIC 9.
            88 InPeriod  VALUE 1.
            88 OutPeriod VALUE 0.
        01 WS-Date8 PIC X(8).
        01 WS-HistLine PIC X(80).
        01 DayWinners.
            02 DayCount PIC 999 VALUE ZERO.
            02 DayEntry OCCURS 366 TIMES INDEXED BY DayI.
                03 DW-Date     PIC 9(8).
                03 DW-Initials PIC X(3).
                03 DW-Score    PIC 9(5).
                03 DW-Length   PIC 9(3).
                03 DW-Time     PIC 9(6).
        01 WS-DayDate PIC 9(8).
        01 WS-DayInitials PIC X(3).
        01 WS-DayScore PIC 9(5).
        01 WS-DayLength PIC 9(3).
        01 WS-DayTime PIC 9(6).
        01 WS-FoundIdx PIC 999.
        01 TournDates.
            02 TournDateCount PIC 9(4) VALUE ZERO.
            02 TournDateEntry OCCURS 1000 TIMES INDEXED BY TdI.
                03 TD-Match  PIC XX.
                03 TD-P1     PIC X(3).
                03 TD-P2     PIC X(3).
                03 TD-Winner PIC X(3).
                03 TD-Month  PIC 9(6).
        01 WS-OutLine PIC X(80).
        01 WS-Base PIC 99.
        01 WS-EventDate PIC X(8).
        01 WS-MatchMonth PIC 9(6).
        01 WS-TournLine PIC X(80).
        01 WS-TournUndated PIC 9(4) VALUE ZERO.
        01 WS-TournOutside PIC 9(4) VALUE ZERO.
        01 WS-MismatchMonths PIC 99 VALUE ZERO.
        01 WS-ArcIgnored PIC 9(7) VALUE ZERO.
        01 WS-TieGames PIC 9(7).
        01 WS-TieStat PIC 9(7).
        01 WS-YearGames PIC 9(7) VALUE ZERO.
        01 WS-YearStat PIC 9(7) VALUE ZERO.
        01 WS-MonthWins PIC 9(5).
        01 Ranking.
            02 RankCount PIC 999 VALUE ZERO.
            02 RankEntry OCCURS 200 TIMES INDEXED BY RankI.
                03 RK-Dept   PIC 999.
                03 RK-Points PIC 9(6).
                03 RK-Games  PIC 9(7).
        01 WS-SwapRank.
            02 WSR-Dept   PIC 999.
            02 WSR-Points PIC 9(6).
            02 WSR-Games  PIC 9(7).
        01 WS-RankIdx PIC 999.
        01 WS-RankIdx2 PIC 999.
        01 WS-RankDisp PIC ZZ9.
        01 WS-GamesDisp PIC ZZZZZ9.
        01 WS-ActiveDisp PIC ZZZZ9.
        01 WS-RegdDisp PIC ZZZZ9.
        01 WS-PartDisp PIC ZZ9.
        01 WS-AvgDisp PIC ZZZZ9.
        01 WS-BestDisp PIC ZZZZ9.
        01 WS-DailyDisp PIC ZZZZ9.
        01 WS-TournDisp PIC ZZZZ9.
        01 WS-PointsDisp PIC ZZZZZ9.
        01 WS-StatDisp PIC ZZZZZZ9.
        01 WS-YearDisp PIC ZZZZZZ9.
        01 WS-AvgScore PIC 9(5).
        01 WS-BalanceText PIC X(16).
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE WS-RunDate(1:4) TO WS-RepYear.
            MOVE WS-RunDate(5:2) TO WS-RepMonth.
            OPEN OUTPUT ReportFile.
            IF WS-Parm NOT = SPACES THEN
                IF WS-Parm(1:6) IS NUMERIC
                 AND WS-Parm(7:1) = SPACE
                 AND WS-Parm(5:2) >= "01" AND WS-Parm(5:2) <= "12"
                THEN
                    MOVE WS-Parm(1:4) TO WS-RepYear
                    MOVE WS-Parm(5:2) TO WS-RepMonth
                ELSE
                    MOVE SPACES TO WS-Line
                    STRING "PARM must be blank or yyyymm - "
                     "no report produced"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 8 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE DEPARTMENT STANDINGS - YEAR " WS-RepYear
             " TO MONTH " WS-RepMonth " - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE 1 TO DeptCount.
            MOVE WS-Unassigned TO DT-Name(1).
            MOVE ZEROS TO DT-Counts(1).
            PERFORM LoadDepartments.
            PERFORM LoadPlayers.
            IF WS-PlayerStatus NOT = "00" AND PlayerFileFound THEN
                MOVE SPACES TO WS-Line
                STRING "PLAYER.DAT could not be read, status "
                 WS-PlayerStatus " - no report produced"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            MOVE ZEROS TO MonthSources.
            PERFORM LoadRollup.
            PERFORM CountArchive.
            PERFORM VARYING WS-Mon FROM 1 BY 1 UNTIL WS-Mon > 12
                PERFORM ChooseMonthSource
            END-PERFORM.
            PERFORM TallyArchive.
            PERFORM TallyCurrentHistory.
            PERFORM TallyPlayers.
            PERFORM LoadDailyWinners.
            PERFORM CreditDailyWins.
            PERFORM LoadTournDates.
            PERFORM CreditTournWins.
            PERFORM ComputePoints.
            PERFORM WriteMonthBlock VARYING WS-Mon FROM 1 BY 1
             UNTIL WS-Mon > WS-RepMonth.
            PERFORM WriteMonthRanking.
            PERFORM WriteCup.
            PERFORM WriteYearBalance.
            CLOSE ReportFile.
            IF WS-YearGames NOT = WS-YearStat
             OR WS-MismatchMonths > 0 OR DeptOverflow
             OR PlayerOverflow OR PlayerFileMissing THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "DEPTS=" DeptCount " GAMES=" WS-YearGames
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEDEPT" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        LoadDepartments.
            OPEN INPUT DeptListFile.
            IF WS-DeptListStatus = "05" THEN
                CLOSE DeptListFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-DeptListStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-DeptListStatus NOT = "00"
                READ DeptListFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-DeptListStatus
                    NOT AT END
                        IF DeptListRecord(1:20) NOT = SPACES
                         AND DeptListRecord(1:1) NOT = "*" THEN
                            MOVE FUNCTION UPPER-CASE
                             (DeptListRecord(1:20)) TO WS-DeptName
                            PERFORM FindDepartment
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DeptListFile.

        FindDepartment.
            MOVE 1 TO WS-DeptIdx.
            IF WS-DeptName = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING DeptI FROM 2 BY 1 UNTIL
             DeptI > DeptCount OR WS-DeptIdx > 1
                IF DT-Name(DeptI) = WS-DeptName THEN
                    SET WS-DeptIdx TO DeptI
                END-IF
            END-PERFORM.
            IF WS-DeptIdx > 1 THEN
                EXIT PARAGRAPH
            END-IF.
            IF DeptCount >= 200 THEN
                SET DeptOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO DeptCount.
            MOVE DeptCount TO WS-DeptIdx.
            MOVE WS-DeptName TO DT-Name(DeptCount).
            MOVE ZEROS TO DT-Counts(DeptCount).

        LoadPlayers.
            SET PlayerFileFound TO True.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "05" OR WS-PlayerStatus = "35" THEN
                IF WS-PlayerStatus = "05" THEN
                    CLOSE PlayerFile
                END-IF
                SET PlayerFileMissing TO True
                MOVE "00" TO WS-PlayerStatus
                EXIT PARAGRAPH
            END-IF.
            IF WS-PlayerStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-PlayerStatus NOT = "00"
                READ PlayerFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-PlayerStatus
                    NOT AT END
                        PERFORM KeepPlayer
                END-READ
            END-PERFORM.
            CLOSE PlayerFile.
            MOVE "00" TO WS-PlayerStatus.

        KeepPlayer.
            IF PL-Initials = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF PlayerCount >= 3000 THEN
                SET PlayerOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO PlayerCount.
            MOVE PL-Initials TO PT-Initials(PlayerCount).
            MOVE FUNCTION UPPER-CASE(PL-Dept) TO WS-DeptName.
            PERFORM FindDepartment.
            MOVE WS-DeptIdx TO PT-Dept(PlayerCount).
            IF PL-RegDate IS NUMERIC THEN
                MOVE PL-RegDate(1:6) TO PT-RegMonth(PlayerCount)
            ELSE
                MOVE ZERO TO PT-RegMonth(PlayerCount)
            END-IF.
            MOVE PL-Status TO PT-Status(PlayerCount).
            PERFORM VARYING WS-Mon FROM 1 BY 1 UNTIL WS-Mon > 12
                MOVE 0 TO PT-Played(PlayerCount, WS-Mon)
            END-PERFORM.

        FindPlayer.
            MOVE ZERO TO WS-PlayerIdx.
            MOVE 1 TO WS-DeptIdx.
            IF WS-Who = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING PlyI FROM 1 BY 1 UNTIL
             PlyI > PlayerCount OR WS-PlayerIdx > 0
                IF PT-Initials(PlyI) = WS-Who THEN
                    SET WS-PlayerIdx TO PlyI
                END-IF
            END-PERFORM.
            IF WS-PlayerIdx > 0 THEN
                MOVE PT-Dept(WS-PlayerIdx) TO WS-DeptIdx
            END-IF.

        CheckPeriod.
            SET OutPeriod TO True.
            IF WS-Date8 IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-Date8(1:4) NOT = WS-RepYear THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-Date8(5:2) TO WS-RecMonth.
            IF WS-RecMonth >= 1 AND WS-RecMonth <= WS-RepMonth THEN
                SET InPeriod TO True
            END-IF.

        LoadRollup.
            OPEN INPUT RollupFile.
            IF WS-RollupStatus = "05" THEN
                CLOSE RollupFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-RollupStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-RollupStatus NOT = "00"
                READ RollupFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-RollupStatus
                    NOT AT END
                        MOVE SPACES TO WS-Date8
                        MOVE RollupRecord(1:6) TO WS-Date8(1:6)
                        MOVE "01" TO WS-Date8(7:2)
                        PERFORM CheckPeriod
                        IF InPeriod
                         AND RollupRecord(8:5) IS NUMERIC THEN
                            ADD FUNCTION NUMVAL(RollupRecord(8:5))
                             TO MR-Rollup(WS-RecMonth)
                            SET MR-Rolled(WS-RecMonth) TO True
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RollupFile.

        CountArchive.
            OPEN INPUT HistArchFile.
            IF WS-HistArchStatus = "05" THEN
                CLOSE HistArchFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HistArchStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-HistArchStatus NOT = "00"
                READ HistArchFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HistArchStatus
                    NOT AT END
                        MOVE HistArchRecord(1:8) TO WS-Date8
                        PERFORM CheckPeriod
                        IF InPeriod THEN
                            ADD 1 TO MR-Archive(WS-RecMonth)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HistArchFile.

        ChooseMonthSource.
            IF MR-NotRolled(WS-Mon) THEN
                ADD MR-Archive(WS-Mon) TO WS-ArcIgnored
                EXIT PARAGRAPH
            END-IF.
            IF MR-Archive(WS-Mon) = MR-Rollup(WS-Mon) THEN
                SET MR-UseArchive(WS-Mon) TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MismatchMonths.
            ADD MR-Rollup(WS-Mon) TO DM-Games(1, WS-Mon).
            MOVE SPACES TO WS-Line.
            STRING "NOTE: " WS-RepYear WS-Mon " GAMEHSUM.DAT shows "
             MR-Rollup(WS-Mon) " games but GAMEHIST.ARC holds "
             MR-Archive(WS-Mon) " - month shown UNASSIGNED"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        TallyArchive.
            OPEN INPUT HistArchFile.
            IF WS-HistArchStatus = "05" THEN
                CLOSE HistArchFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HistArchStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-HistArchStatus NOT = "00"
                READ HistArchFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HistArchStatus
                    NOT AT END
                        MOVE HistArchRecord(1:8) TO WS-Date8
                        PERFORM CheckPeriod
                        IF InPeriod THEN
                            IF MR-UseArchive(WS-RecMonth) THEN
                                MOVE HistArchRecord TO WS-HistLine
                                MOVE WS-HistLine(1:71)
                                 TO GameHistRecord
                                PERFORM TallyGame
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HistArchFile.

        TallyCurrentHistory.
            OPEN INPUT GameHistFile.
            IF WS-GameHistStatus = "05" THEN
                CLOSE GameHistFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-GameHistStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-GameHistStatus NOT = "00"
                READ GameHistFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-GameHistStatus
                    NOT AT END
                        MOVE GameHistRecord(1:8) TO WS-Date8
                        PERFORM CheckPeriod
                        IF InPeriod THEN
                            ADD 1 TO MR-Current(WS-RecMonth)
                            PERFORM TallyGame
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE GameHistFile.

        TallyGame.
            MOVE GH-Initials TO WS-Who.
            PERFORM FindPlayer.
            IF WS-PlayerIdx > 0 THEN
                MOVE 1 TO PT-Played(WS-PlayerIdx, WS-RecMonth)
            END-IF.
            ADD 1 TO DM-Games(WS-DeptIdx, WS-RecMonth).
            IF GH-Score IS NUMERIC THEN
                ADD 1 TO DM-Scored(WS-DeptIdx, WS-RecMonth)
                ADD GH-Score TO DM-SumScore(WS-DeptIdx, WS-RecMonth)
                IF GH-Score > DM-Best(WS-DeptIdx, WS-RecMonth) THEN
                    MOVE GH-Score TO DM-Best(WS-DeptIdx, WS-RecMonth)
                END-IF
            END-IF.

        TallyPlayers.
            PERFORM VARYING PlyI FROM 1 BY 1 UNTIL PlyI > PlayerCount
                MOVE PT-Dept(PlyI) TO WS-DeptIdx
                PERFORM VARYING WS-Mon FROM 1 BY 1 UNTIL
                 WS-Mon > WS-RepMonth
                    IF PT-Played(PlyI, WS-Mon) = 1 THEN
                        ADD 1 TO DM-Active(WS-DeptIdx, WS-Mon)
                    END-IF
                    IF PT-RegMonth(PlyI) <= WS-RepYear * 100 + WS-Mon
                     AND (NOT PT-Inactive(PlyI)
                     OR PT-Played(PlyI, WS-Mon) = 1) THEN
                        ADD 1 TO DM-Registered(WS-DeptIdx, WS-Mon)
                    END-IF
                END-PERFORM
            END-PERFORM.

        LoadDailyWinners.
            OPEN INPUT DailyFile.
            IF WS-DailyStatus = "05" THEN
                CLOSE DailyFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-DailyStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-DailyStatus NOT = "00"
                READ DailyFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-DailyStatus
                    NOT AT END
                        PERFORM CheckDailyAttempt
                END-READ
            END-PERFORM.
            CLOSE DailyFile.

        CheckDailyAttempt.
            IF DailyRecord(14:5) IS NOT NUMERIC
             OR DailyRecord(10:3) = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE DailyRecord(1:8) TO WS-Date8.
            PERFORM CheckPeriod.
            IF OutPeriod THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE DailyRecord(1:8) TO WS-DayDate.
            MOVE DailyRecord(10:3) TO WS-DayInitials.
            MOVE DailyRecord(14:5) TO WS-DayScore.
            MOVE ZERO TO WS-DayLength WS-DayTime.
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
                IF DayCount >= 366 THEN
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

        CreditDailyWins.
            PERFORM VARYING DayI FROM 1 BY 1 UNTIL DayI > DayCount
                MOVE DW-Initials(DayI) TO WS-Who
                PERFORM FindPlayer
                MOVE DW-Date(DayI) TO WS-Date8
                PERFORM CheckPeriod
                ADD 1 TO DM-Daily(WS-DeptIdx, WS-RecMonth)
            END-PERFORM.

        LoadTournDates.
            OPEN INPUT OutboxFile.
            IF WS-OutboxStatus = "05" THEN
                CLOSE OutboxFile
            END-IF.
            IF WS-OutboxStatus = "00" THEN
                PERFORM UNTIL WS-OutboxStatus NOT = "00"
                    READ OutboxFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-OutboxStatus
                        NOT AT END
                            MOVE OutboxRecord TO WS-OutLine
                            PERFORM KeepTournDate
                    END-READ
                END-PERFORM
                CLOSE OutboxFile
            END-IF.
            OPEN INPUT OutboxArchFile.
            IF WS-OutboxArchStatus = "05" THEN
                CLOSE OutboxArchFile
            END-IF.
            IF WS-OutboxArchStatus = "00" THEN
                PERFORM UNTIL WS-OutboxArchStatus NOT = "00"
                    READ OutboxArchFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-OutboxArchStatus
                        NOT AT END
                            MOVE OutboxArchRecord TO WS-OutLine
                            PERFORM KeepTournDate
                    END-READ
                END-PERFORM
                CLOSE OutboxArchFile
            END-IF.

        KeepTournDate.
            EVALUATE True
                WHEN WS-OutLine(1:6) = "EVENT="
                    MOVE ZERO TO WS-Base
                    MOVE WS-OutLine(73:8) TO WS-EventDate
                WHEN WS-OutLine(1:5) = "SENT "
                 AND WS-OutLine(15:6) = "EVENT="
                    MOVE 14 TO WS-Base
                    MOVE WS-OutLine(6:8) TO WS-EventDate
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF WS-OutLine(WS-Base + 7:8) NOT = "TOURN"
             OR WS-OutLine(WS-Base + 23:6) NOT = "MATCH "
             OR WS-EventDate IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            IF TournDateCount >= 1000 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO TournDateCount.
            MOVE WS-OutLine(WS-Base + 29:2) TO TD-Match(TournDateCount).
            MOVE WS-OutLine(WS-Base + 32:3) TO TD-P1(TournDateCount).
            MOVE WS-OutLine(WS-Base + 39:3) TO TD-P2(TournDateCount).
            MOVE WS-OutLine(WS-Base + 50:3)
             TO TD-Winner(TournDateCount).
            MOVE WS-EventDate(1:6) TO TD-Month(TournDateCount).

        CreditTournWins.
            OPEN INPUT TournFile.
            IF WS-TournStatus = "05" THEN
                CLOSE TournFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-TournStatus NOT = "00"
                READ TournFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-TournStatus
                    NOT AT END
                        MOVE TournRecord TO WS-TournLine
                        PERFORM CreditOneMatch
                END-READ
            END-PERFORM.
            CLOSE TournFile.

        CreditOneMatch.
            IF WS-TournLine(1:6) NOT = "MATCH="
             OR WS-TournLine(20:3) = SPACES
             OR WS-TournLine(12:3) = SPACES
             OR WS-TournLine(16:3) = SPACES
             OR WS-TournLine(16:3) = "BYE"
             OR WS-TournLine(12:3) = WS-TournLine(16:3) THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-MatchMonth.
            PERFORM VARYING TdI FROM 1 BY 1 UNTIL
             TdI > TournDateCount
                IF TD-Match(TdI) = WS-TournLine(9:2)
                 AND TD-P1(TdI) = WS-TournLine(12:3)
                 AND TD-P2(TdI) = WS-TournLine(16:3)
                 AND TD-Winner(TdI) = WS-TournLine(20:3)
                 AND TD-Month(TdI) > WS-MatchMonth THEN
                    MOVE TD-Month(TdI) TO WS-MatchMonth
                END-IF
            END-PERFORM.
            IF WS-MatchMonth = 0 THEN
                ADD 1 TO WS-TournUndated
                MOVE WS-RunDate(1:6) TO WS-MatchMonth
            END-IF.
            MOVE SPACES TO WS-Date8.
            MOVE WS-MatchMonth TO WS-Date8(1:6).
            MOVE "01" TO WS-Date8(7:2).
            PERFORM CheckPeriod.
            IF OutPeriod THEN
                ADD 1 TO WS-TournOutside
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TournLine(20:3) TO WS-Who.
            PERFORM FindPlayer.
            ADD 1 TO DM-Tourn(WS-DeptIdx, WS-RecMonth).

        ComputePoints.
            PERFORM VARYING DeptI FROM 1 BY 1 UNTIL DeptI > DeptCount
                PERFORM VARYING WS-Mon FROM 1 BY 1 UNTIL
                 WS-Mon > WS-RepMonth
                    IF DM-Registered(DeptI, WS-Mon) > 0 THEN
                        COMPUTE DM-Part(DeptI, WS-Mon) ROUNDED =
                         DM-Active(DeptI, WS-Mon) * 100
                         / DM-Registered(DeptI, WS-Mon)
                    ELSE
                        MOVE ZERO TO DM-Part(DeptI, WS-Mon)
                    END-IF
                    COMPUTE DM-Points(DeptI, WS-Mon) =
                     DM-Part(DeptI, WS-Mon)
                     + DM-Daily(DeptI, WS-Mon) * 5
                     + DM-Tourn(DeptI, WS-Mon) * 3
                    ADD DM-Points(DeptI, WS-Mon) TO DT-YtdPoints(DeptI)
                    ADD DM-Games(DeptI, WS-Mon) TO DT-YtdGames(DeptI)
                    ADD DM-Daily(DeptI, WS-Mon) TO DT-YtdDaily(DeptI)
                    ADD DM-Tourn(DeptI, WS-Mon) TO DT-YtdTourn(DeptI)
                END-PERFORM
            END-PERFORM.

        WriteMonthBlock.
            MOVE ZERO TO WS-TieGames WS-MonthWins.
            PERFORM VARYING DeptI FROM 1 BY 1 UNTIL DeptI > DeptCount
                ADD DM-Games(DeptI, WS-Mon) TO WS-TieGames
                ADD DM-Daily(DeptI, WS-Mon) DM-Tourn(DeptI, WS-Mon)
                 TO WS-MonthWins
            END-PERFORM.
            COMPUTE WS-TieStat = MR-Rollup(WS-Mon) + MR-Current(WS-Mon).
            ADD WS-TieGames TO WS-YearGames.
            ADD WS-TieStat TO WS-YearStat.
            IF WS-TieGames = 0 AND WS-TieStat = 0
             AND WS-MonthWins = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "MONTH " WS-RepYear WS-Mon
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "DEPARTMENT             GAMES ACTIVE  REGD PART%"
             "  AVG SCORE  BEST DAILY TOURN POINTS"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING DeptI FROM 2 BY 1 UNTIL DeptI > DeptCount
                IF DM-Games(DeptI, WS-Mon) > 0
                 OR DM-Registered(DeptI, WS-Mon) > 0
                 OR DM-Daily(DeptI, WS-Mon) > 0
                 OR DM-Tourn(DeptI, WS-Mon) > 0 THEN
                    SET WS-DeptIdx TO DeptI
                    PERFORM WriteDeptMonthLine
                END-IF
            END-PERFORM.
            MOVE 1 TO WS-DeptIdx.
            PERFORM WriteDeptMonthLine.
            IF WS-TieGames = WS-TieStat THEN
                MOVE "BALANCED" TO WS-BalanceText
            ELSE
                MOVE "OUT OF BALANCE" TO WS-BalanceText
            END-IF.
            MOVE WS-TieGames TO WS-GamesDisp.
            MOVE WS-TieStat TO WS-StatDisp.
            MOVE SPACES TO WS-Line.
            STRING "MONTH TOTAL          " WS-GamesDisp
             "   SNAKESTAT " WS-StatDisp "  " WS-BalanceText
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteDeptMonthLine.
            IF DM-Scored(WS-DeptIdx, WS-Mon) > 0 THEN
                COMPUTE WS-AvgScore ROUNDED =
                 DM-SumScore(WS-DeptIdx, WS-Mon)
                 / DM-Scored(WS-DeptIdx, WS-Mon)
            ELSE
                MOVE ZERO TO WS-AvgScore
            END-IF.
            MOVE DM-Games(WS-DeptIdx, WS-Mon) TO WS-GamesDisp.
            MOVE DM-Active(WS-DeptIdx, WS-Mon) TO WS-ActiveDisp.
            MOVE DM-Registered(WS-DeptIdx, WS-Mon) TO WS-RegdDisp.
            MOVE DM-Part(WS-DeptIdx, WS-Mon) TO WS-PartDisp.
            MOVE WS-AvgScore TO WS-AvgDisp.
            MOVE DM-Best(WS-DeptIdx, WS-Mon) TO WS-BestDisp.
            MOVE DM-Daily(WS-DeptIdx, WS-Mon) TO WS-DailyDisp.
            MOVE DM-Tourn(WS-DeptIdx, WS-Mon) TO WS-TournDisp.
            MOVE DM-Points(WS-DeptIdx, WS-Mon) TO WS-PointsDisp.
            MOVE SPACES TO WS-Line.
            STRING DT-Name(WS-DeptIdx) " " WS-GamesDisp
             " " WS-ActiveDisp " " WS-RegdDisp "   " WS-PartDisp
             "      " WS-AvgDisp " " WS-BestDisp " " WS-DailyDisp
             " " WS-TournDisp " " WS-PointsDisp
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        BuildRanking.
            MOVE ZERO TO RankCount.
            PERFORM VARYING DeptI FROM 2 BY 1 UNTIL DeptI > DeptCount
                ADD 1 TO RankCount
                SET RK-Dept(RankCount) TO DeptI
                IF WS-Mon = 0 THEN
                    MOVE DT-YtdPoints(DeptI) TO RK-Points(RankCount)
                    MOVE DT-YtdGames(DeptI) TO RK-Games(RankCount)
                ELSE
                    MOVE DM-Points(DeptI, WS-Mon)
                     TO RK-Points(RankCount)
                    MOVE DM-Games(DeptI, WS-Mon) TO RK-Games(RankCount)
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RankIdx FROM 1 BY 1 UNTIL
             WS-RankIdx >= RankCount
                PERFORM VARYING WS-RankIdx2 FROM 1 BY 1 UNTIL
                 WS-RankIdx2 > RankCount - WS-RankIdx
                    IF RK-Points(WS-RankIdx2) <
                     RK-Points(WS-RankIdx2 + 1)
                     OR (RK-Points(WS-RankIdx2) =
                     RK-Points(WS-RankIdx2 + 1)
                     AND RK-Games(WS-RankIdx2) <
                     RK-Games(WS-RankIdx2 + 1)) THEN
                        MOVE RankEntry(WS-RankIdx2) TO WS-SwapRank
                        MOVE RankEntry(WS-RankIdx2 + 1) TO
                         RankEntry(WS-RankIdx2)
                        MOVE WS-SwapRank TO
                         RankEntry(WS-RankIdx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        WriteMonthRanking.
            MOVE WS-RepMonth TO WS-Mon.
            PERFORM BuildRanking.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "DEPARTMENT TABLE - MONTH " WS-RepYear WS-RepMonth
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "RANK DEPARTMENT           POINTS PART% DAILY TOURN"
             "  GAMES"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING RankI FROM 1 BY 1 UNTIL RankI > RankCount
                MOVE RK-Dept(RankI) TO WS-DeptIdx
                SET WS-RankIdx TO RankI
                MOVE WS-RankIdx TO WS-RankDisp
                MOVE RK-Points(RankI) TO WS-PointsDisp
                MOVE DM-Part(WS-DeptIdx, WS-Mon) TO WS-PartDisp
                MOVE DM-Daily(WS-DeptIdx, WS-Mon) TO WS-DailyDisp
                MOVE DM-Tourn(WS-DeptIdx, WS-Mon) TO WS-TournDisp
                MOVE RK-Games(RankI) TO WS-GamesDisp
                MOVE SPACES TO WS-Line
                STRING " " WS-RankDisp " " DT-Name(WS-DeptIdx) " "
                 WS-PointsDisp "   " WS-PartDisp " " WS-DailyDisp " "
                 WS-TournDisp " " WS-GamesDisp
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-PERFORM.
            IF RankCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "(no departments on PLAYER.DAT or DEPTLIST.DAT)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        WriteCup.
            MOVE ZERO TO WS-Mon.
            PERFORM BuildRanking.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "YEAR-TO-DATE CUP " WS-RepYear " (MONTHS 01-"
             WS-RepMonth ")"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "RANK DEPARTMENT           POINTS DAILY TOURN"
             "  GAMES"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING RankI FROM 1 BY 1 UNTIL RankI > RankCount
                MOVE RK-Dept(RankI) TO WS-DeptIdx
                SET WS-RankIdx TO RankI
                MOVE WS-RankIdx TO WS-RankDisp
                MOVE RK-Points(RankI) TO WS-PointsDisp
                MOVE DT-YtdDaily(WS-DeptIdx) TO WS-DailyDisp
                MOVE DT-YtdTourn(WS-DeptIdx) TO WS-TournDisp
                MOVE RK-Games(RankI) TO WS-GamesDisp
                MOVE SPACES TO WS-Line
                STRING " " WS-RankDisp " " DT-Name(WS-DeptIdx) " "
                 WS-PointsDisp " " WS-DailyDisp " " WS-TournDisp " "
                 WS-GamesDisp
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-PERFORM.
            MOVE DT-YtdGames(1) TO WS-GamesDisp.
            MOVE DT-YtdDaily(1) TO WS-DailyDisp.
            MOVE DT-YtdTourn(1) TO WS-TournDisp.
            MOVE SPACES TO WS-Line.
            STRING "     " DT-Name(1) "        " WS-DailyDisp " "
             WS-TournDisp " " WS-GamesDisp "  (not ranked)"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "POINTS = PARTICIPATION % + 5 PER DAILY-CHALLENGE "
             "WIN + 3 PER TOURNAMENT MATCH WIN"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteYearBalance.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            IF WS-YearGames = WS-YearStat THEN
                MOVE "BALANCED" TO WS-BalanceText
            ELSE
                MOVE "OUT OF BALANCE" TO WS-BalanceText
            END-IF.
            MOVE WS-YearGames TO WS-YearDisp.
            MOVE WS-YearStat TO WS-StatDisp.
            MOVE SPACES TO WS-Line.
            STRING "YEAR-TO-DATE GAMES " WS-YearDisp
             "   SNAKESTAT " WS-StatDisp "  " WS-BalanceText
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF PlayerFileMissing THEN
                MOVE SPACES TO WS-Line
                STRING "NOTE: PLAYER.DAT not found - every game "
                 "is shown UNASSIGNED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF PlayerOverflow OR DeptOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "NOTE: more than 3000 players or 200 "
                 "departments - the excess is shown UNASSIGNED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-ArcIgnored > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "NOTE: " WS-ArcIgnored " GAMEHIST.ARC records "
                 "for months not in GAMEHSUM.DAT were not counted"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-TournUndated > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "NOTE: " WS-TournUndated " tournament result(s)"
                 " with no outbox date credited to month "
                 WS-RunDate(1:6)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-TournOutside > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "NOTE: " WS-TournOutside " tournament result(s)"
                 " fall outside the report period"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
