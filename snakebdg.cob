        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakebdg.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AchieveFile ASSIGN TO "ACHIEVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AC-Key
                FILE STATUS IS WS-AchieveStatus.
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
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT ReportFile ASSIGN TO "SNAKEBDG.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD AchieveFile.
            COPY "AchieveRecord.cpy".
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD TournFile.
        01 TournRecord PIC X(80).
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-AchieveStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-TournStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-HistLine PIC X(80).
        01 WS-TournLine PIC X(80).
        01 WS-TournEvent PIC X(30) VALUE SPACES.
        01 WS-PlayerFileFlag PIC 9 VALUE 0.
            88 PlayerFileOpen   VALUE 1.
            88 PlayerFileClosed VALUE 0.
        01 WS-PlayerName PIC X(30).
        01 WS-BackfillFlag PIC 9 VALUE 0.
            88 BackfillMode VALUE 1.
            88 RosterOnly   VALUE 0.
        01 WS-BadgeLength PIC 999 VALUE 50.
        01 WS-MazeClearLength PIC 999 VALUE 20.
        01 WS-StreakDays PIC 9 VALUE 5.
        01 WS-BadgeTo PIC X(3).
        01 WS-BadgeCode PIC X(8).
        01 WS-BadgeQual PIC X(8).
        01 WS-BadgeDate PIC 9(8).
        01 WS-BadgeTime PIC 9(6).
        01 WS-BadgeSource PIC X(8).
        01 WS-BadgeDetail PIC X(30).
        01 WS-Awarded PIC 9(5) VALUE ZERO.
        01 WS-AlreadyHeld PIC 9(5) VALUE ZERO.
        01 WS-HistRead PIC 9(6) VALUE ZERO.
        01 WS-DailyRead PIC 9(5) VALUE ZERO.
        01 WS-MatchesRead PIC 9(4) VALUE ZERO.
        01 WS-RosterCount PIC 9(5) VALUE ZERO.
        01 WS-PlayerCount PIC 9(4) VALUE ZERO.
        01 WS-PrevInitials PIC X(3).
        01 DailyTable.
            02 DailyCount PIC 9(4) VALUE ZERO.
            02 DailyEntry OCCURS 3000 TIMES INDEXED BY DayI.
                03 DT-Initials PIC X(3).
                03 DT-Day      PIC 9(7).
                03 DT-Date     PIC 9(8).
                03 DT-Time     PIC 9(6).
        01 WS-SwapDaily.
            02 WSD-Initials PIC X(3).
            02 WSD-Day      PIC 9(7).
            02 WSD-Date     PIC 9(8).
            02 WSD-Time     PIC 9(6).
        01 WS-DailyOverflowFlag PIC 9 VALUE 0.
            88 DailyOverflow VALUE 1.
            88 DailyFits     VALUE 0.
        01 DAY2 PIC 9(4).
        01 DAY3 PIC 9(4).
        01 WS-RunLength PIC 9(4).
        01 BadgeTotals.
            02 BadgeTotalCount PIC 99 VALUE ZERO.
            02 BadgeTotalEntry OCCURS 20 TIMES INDEXED BY BtI.
                03 BT-Badge   PIC X(8).
                03 BT-Holders PIC 9(5).
        01 WS-FoundIdx PIC 99.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm(1:8) = "BACKFILL" THEN
                SET BackfillMode TO True
            END-IF.
            OPEN OUTPUT ReportFile.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "00" THEN
                SET PlayerFileOpen TO True
            END-IF.
            IF BackfillMode THEN
                MOVE "OBTAIN" TO WS-LockAction
                MOVE "ACHIEVE" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
                IF WS-LockResult NOT = ZERO THEN
                    MOVE SPACES TO WS-Line
                    STRING "ACHIEVE.DAT is locked by another program"
                     " - backfill not run"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 12 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
                PERFORM OpenAchieveFile
                IF WS-AchieveStatus NOT = "00" THEN
                    MOVE "RELEASE" TO WS-LockAction
                    MOVE "ACHIEVE" TO WS-LockName
                    CALL "snakelok" USING WS-LockAction WS-LockName
                     WS-LockResult
                    MOVE SPACES TO WS-Line
                    STRING "ACHIEVE.DAT could not be opened, status "
                     WS-AchieveStatus
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 12 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
                PERFORM BackfillBadges
                CLOSE AchieveFile
                MOVE "RELEASE" TO WS-LockAction
                MOVE "ACHIEVE" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
            END-IF.
            PERFORM WriteRoster.
            IF PlayerFileOpen THEN
                CLOSE PlayerFile
            END-IF.
            CLOSE ReportFile.
            IF DailyOverflow THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        OpenAchieveFile.
            OPEN I-O AchieveFile.
            IF WS-AchieveStatus = "35" THEN
                OPEN OUTPUT AchieveFile
                CLOSE AchieveFile
                OPEN I-O AchieveFile
            END-IF.
            IF WS-AchieveStatus = "05" THEN
                MOVE "00" TO WS-AchieveStatus
            END-IF.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "NEW=" WS-Awarded " HELD=" WS-AlreadyHeld
                 " ROSTER=" WS-RosterCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEBDG" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        BackfillBadges.
            MOVE SPACES TO WS-Line.
            STRING "BADGE BACK-FILL - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM ScanHistArchive.
            PERFORM ScanGameHist.
            PERFORM LoadDailyAttempts.
            PERFORM SortDailyAttempts.
            PERFORM ScanDailyStreaks.
            PERFORM ScanTournament.
            MOVE SPACES TO WS-Line.
            STRING "GAMEHIST READ=" WS-HistRead
             " DAILY READ=" WS-DailyRead
             " MATCHES READ=" WS-MatchesRead
             " AWARDED=" WS-Awarded
             " ALREADY HELD=" WS-AlreadyHeld
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF DailyOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "DAILYCHL.DAT holds more than 3000 attempts - "
                 "later attempts not scanned for streaks"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.

        ScanHistArchive.
            OPEN INPUT HistArchFile.
            IF WS-HistArchStatus = "05" THEN
                CLOSE HistArchFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HistArchStatus = "00" THEN
                PERFORM UNTIL WS-HistArchStatus NOT = "00"
                    READ HistArchFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-HistArchStatus
                        NOT AT END
                            MOVE HistArchRecord TO WS-HistLine
                            MOVE WS-HistLine TO GameHistRecord
                            PERFORM CheckHistBadges
                    END-READ
                END-PERFORM
                CLOSE HistArchFile
            END-IF.

        ScanGameHist.
            OPEN INPUT GameHistFile.
            IF WS-GameHistStatus = "05" THEN
                CLOSE GameHistFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-GameHistStatus = "00" THEN
                PERFORM UNTIL WS-GameHistStatus NOT = "00"
                    READ GameHistFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-GameHistStatus
                        NOT AT END
                            PERFORM CheckHistBadges
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.

        CheckHistBadges.
            IF GameHistRecord(1:8) IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-HistRead.
            IF GH-ModeTwoPlayer
             OR GH-Initials = SPACES
             OR GH-Initials = "BAT"
             OR GH-Initials = "???"
             OR GH-Initials = "***" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE GH-Initials TO WS-BadgeTo.
            MOVE GH-Date TO WS-BadgeDate.
            MOVE GH-Time TO WS-BadgeTime.
            MOVE "GAMEHIST" TO WS-BadgeSource.
            IF GH-Length >= WS-BadgeLength THEN
                MOVE "LENGTH50" TO WS-BadgeCode
                MOVE SPACES TO WS-BadgeQual
                MOVE SPACES TO WS-BadgeDetail
                STRING "LENGTH=" GH-Length " SCORE=" GH-Score
                 DELIMITED BY SIZE INTO WS-BadgeDetail
                PERFORM AwardBadge
            END-IF.
            IF GH-Maze NOT = SPACES
             AND GH-ObstacleCount > 0
             AND GH-EndReason NOT = "OBST"
             AND GH-EndReason NOT = "????"
             AND GH-EndReason NOT = "SUSP"
             AND GH-Length >= WS-MazeClearLength THEN
                MOVE "MAZECLR" TO WS-BadgeCode
                MOVE GH-Maze TO WS-BadgeQual
                MOVE SPACES TO WS-BadgeDetail
                STRING "LENGTH=" GH-Length " END=" GH-EndReason
                 DELIMITED BY SIZE INTO WS-BadgeDetail
                PERFORM AwardBadge
            END-IF.

        LoadDailyAttempts.
            MOVE ZERO TO DailyCount.
            OPEN INPUT DailyFile.
            IF WS-DailyStatus = "05" THEN
                CLOSE DailyFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-DailyStatus = "00" THEN
                PERFORM UNTIL WS-DailyStatus NOT = "00"
                    READ DailyFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-DailyStatus
                        NOT AT END
                            PERFORM KeepDailyAttempt
                    END-READ
                END-PERFORM
                CLOSE DailyFile
            END-IF.

        KeepDailyAttempt.
            IF DailyRecord(1:8) IS NOT NUMERIC
             OR DailyRecord(10:3) = SPACES
             OR DailyRecord(10:3) = "***" THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DailyRead.
            IF DailyCount >= 3000 THEN
                SET DailyOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO DailyCount.
            MOVE DailyRecord(10:3) TO DT-Initials(DailyCount).
            MOVE DailyRecord(1:8) TO DT-Date(DailyCount).
            COMPUTE DT-Day(DailyCount) =
             FUNCTION INTEGER-OF-DATE(DT-Date(DailyCount)).
            IF DailyRecord(24:6) IS NUMERIC THEN
                MOVE DailyRecord(24:6) TO DT-Time(DailyCount)
            ELSE
                MOVE ZEROS TO DT-Time(DailyCount)
            END-IF.

        SortDailyAttempts.
            PERFORM VARYING DAY2 FROM 1 BY 1 UNTIL DAY2 >= DailyCount
                PERFORM VARYING DAY3 FROM 1 BY 1 UNTIL
                 DAY3 > DailyCount - DAY2
                    IF DT-Initials(DAY3) > DT-Initials(DAY3 + 1)
                     OR (DT-Initials(DAY3) = DT-Initials(DAY3 + 1)
                     AND DT-Day(DAY3) > DT-Day(DAY3 + 1)) THEN
                        MOVE DailyEntry(DAY3) TO WS-SwapDaily
                        MOVE DailyEntry(DAY3 + 1) TO DailyEntry(DAY3)
                        MOVE WS-SwapDaily TO DailyEntry(DAY3 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        ScanDailyStreaks.
            MOVE ZERO TO WS-RunLength.
            PERFORM VARYING DAY2 FROM 1 BY 1 UNTIL DAY2 > DailyCount
                IF DAY2 = 1 THEN
                    MOVE 1 TO WS-RunLength
                ELSE
                    IF DT-Initials(DAY2) NOT = DT-Initials(DAY2 - 1)
                    THEN
                        MOVE 1 TO WS-RunLength
                    ELSE
                        IF DT-Day(DAY2) = DT-Day(DAY2 - 1) + 1 THEN
                            ADD 1 TO WS-RunLength
                        ELSE
                            IF DT-Day(DAY2) NOT = DT-Day(DAY2 - 1)
                            THEN
                                MOVE 1 TO WS-RunLength
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF WS-RunLength = WS-StreakDays
                 AND (DAY2 = 1
                 OR DT-Day(DAY2) NOT = DT-Day(DAY2 - 1)) THEN
                    MOVE DT-Initials(DAY2) TO WS-BadgeTo
                    MOVE "DAILY5" TO WS-BadgeCode
                    MOVE SPACES TO WS-BadgeQual
                    MOVE DT-Date(DAY2) TO WS-BadgeDate
                    MOVE DT-Time(DAY2) TO WS-BadgeTime
                    MOVE "DAILYCHL" TO WS-BadgeSource
                    MOVE SPACES TO WS-BadgeDetail
                    STRING WS-StreakDays " DAYS IN A ROW TO "
                     DT-Date(DAY2)
                     DELIMITED BY SIZE INTO WS-BadgeDetail
                    PERFORM AwardBadge
                END-IF
            END-PERFORM.

        ScanTournament.
            OPEN INPUT TournFile.
            IF WS-TournStatus = "05" THEN
                CLOSE TournFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournStatus = "00" THEN
                PERFORM UNTIL WS-TournStatus NOT = "00"
                    READ TournFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-TournStatus
                        NOT AT END
                            MOVE TournRecord TO WS-TournLine
                            PERFORM CheckTournLine
                    END-READ
                END-PERFORM
                CLOSE TournFile
            END-IF.

        CheckTournLine.
            IF WS-TournLine(1:6) = "EVENT=" THEN
                MOVE WS-TournLine(7:30) TO WS-TournEvent
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournLine(1:6) NOT = "MATCH=" THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MatchesRead.
            IF WS-TournLine(20:3) = SPACES
             OR WS-TournLine(16:3) = "BYE"
             OR WS-TournLine(20:3) = "***" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TournLine(20:3) TO WS-BadgeTo.
            MOVE "TOURNWIN" TO WS-BadgeCode.
            MOVE SPACES TO WS-BadgeQual.
            MOVE ZEROS TO WS-BadgeDate WS-BadgeTime.
            MOVE "TOURNMT" TO WS-BadgeSource.
            MOVE SPACES TO WS-BadgeDetail.
            STRING "MATCH " WS-TournLine(9:2) " "
             WS-TournLine(12:3) " VS " WS-TournLine(16:3)
             " " WS-TournEvent(1:10)
             DELIMITED BY SIZE INTO WS-BadgeDetail.
            PERFORM AwardBadge.

        AwardBadge.
            MOVE WS-BadgeTo TO AC-Initials.
            MOVE WS-BadgeCode TO AC-Badge.
            MOVE WS-BadgeQual TO AC-Qualifier.
            IF WS-BadgeDate = ZEROS THEN
                MOVE WS-RunDate TO AC-Date
            ELSE
                MOVE WS-BadgeDate TO AC-Date
            END-IF.
            MOVE WS-BadgeDate TO AC-GameDate.
            MOVE WS-BadgeTime TO AC-GameTime.
            MOVE WS-BadgeSource TO AC-Source.
            MOVE WS-BadgeDetail TO AC-Detail.
            WRITE AchieveRecord
                INVALID KEY
                    ADD 1 TO WS-AlreadyHeld
                NOT INVALID KEY
                    ADD 1 TO WS-Awarded
                    MOVE SPACES TO WS-Line
                    STRING "AWARDED " AC-Initials " " AC-Badge
                     " " AC-Qualifier " EARNED " AC-Date
                     " FROM " AC-Source
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
            END-WRITE.

        WriteRoster.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE BADGE ROSTER - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            OPEN INPUT AchieveFile.
            IF WS-AchieveStatus = "05" THEN
                MOVE "00" TO WS-AchieveStatus
            END-IF.
            IF WS-AchieveStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "(no badges awarded yet)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO WS-PrevInitials.
            PERFORM UNTIL WS-AchieveStatus NOT = "00"
                READ AchieveFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-AchieveStatus
                    NOT AT END
                        ADD 1 TO WS-RosterCount
                        IF AC-Initials NOT = WS-PrevInitials THEN
                            MOVE AC-Initials TO WS-PrevInitials
                            PERFORM WritePlayerHeader
                        END-IF
                        PERFORM WriteBadgeLine
                        PERFORM TallyBadge
                END-READ
            END-PERFORM.
            CLOSE AchieveFile.
            IF WS-RosterCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "(no badges awarded yet)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                EXIT PARAGRAPH
            END-IF.
            PERFORM WriteBadgeTotals.

        WritePlayerHeader.
            ADD 1 TO WS-PlayerCount.
            PERFORM LookupPlayerName.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "PLAYER " AC-Initials "  " WS-PlayerName
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "  BADGE     MAZE      EARNED    SOURCE    "
             "DETAIL"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteBadgeLine.
            MOVE SPACES TO WS-Line.
            STRING "  " AC-Badge "  " AC-Qualifier "  " AC-Date
             "  " AC-Source "  " AC-Detail
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        LookupPlayerName.
            MOVE SPACES TO WS-PlayerName.
            IF PlayerFileOpen THEN
                MOVE AC-Initials TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        MOVE "(unregistered)" TO WS-PlayerName
                    NOT INVALID KEY
                        MOVE PL-Name TO WS-PlayerName
                END-READ
            END-IF.

        TallyBadge.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING BtI FROM 1 BY 1 UNTIL
             BtI > BadgeTotalCount
                IF BT-Badge(BtI) = AC-Badge THEN
                    SET WS-FoundIdx TO BtI
                END-IF
            END-PERFORM.
            IF WS-FoundIdx = 0 THEN
                IF BadgeTotalCount >= 20 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO BadgeTotalCount
                MOVE BadgeTotalCount TO WS-FoundIdx
                MOVE AC-Badge TO BT-Badge(WS-FoundIdx)
                MOVE ZERO TO BT-Holders(WS-FoundIdx)
            END-IF.
            ADD 1 TO BT-Holders(WS-FoundIdx).

        WriteBadgeTotals.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "BADGE TOTALS"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING BtI FROM 1 BY 1 UNTIL
             BtI > BadgeTotalCount
                MOVE SPACES TO WS-Line
                STRING "  " BT-Badge(BtI) "  AWARDED "
                 BT-Holders(BtI)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-PERFORM.
            MOVE SPACES TO WS-Line.
            STRING "PLAYERS WITH BADGES=" WS-PlayerCount
             " BADGES ON FILE=" WS-RosterCount
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
