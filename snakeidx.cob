        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakeidx.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL HistArchFile ASSIGN TO "GAMEHIST.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistArchStatus.
            SELECT ReportFile ASSIGN TO "SNAKEIDX.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-SessIdxStatus PIC XX.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-LogLine PIC X(80).
        01 WS-HistLine PIC X(80).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-LogWhere PIC X.
        01 WS-PendingFlag PIC 9 VALUE 0.
            88 SessionPending VALUE 1.
            88 NoSessionOpen  VALUE 0.
        01 WS-IdNum PIC 9(15).
        01 WS-IdDay PIC 9(7).
        01 WS-DayMillis PIC S9(15).
        01 WS-TimeHh PIC 99.
        01 WS-TimeMm PIC 99.
        01 WS-TimeSs PIC 99.
        01 WS-Remainder PIC 9(8).
        01 WS-DayNumber PIC 9(7).
        01 WS-EndMillis PIC 9(15).
        01 WS-StartMillis PIC 9(15).
        01 WS-LowMillis PIC 9(15).
        01 WS-HighMillis PIC 9(15).
        01 WS-ClockTolerance PIC 9(5) VALUE 2000.
        01 WS-LogSessions PIC 9(5) VALUE ZERO.
        01 WS-ArcSessions PIC 9(5) VALUE ZERO.
        01 WS-Duplicates PIC 9(5) VALUE ZERO.
        01 WS-Unterminated PIC 9(5) VALUE ZERO.
        01 WS-HistRead PIC 9(6) VALUE ZERO.
        01 WS-HistMatched PIC 9(5) VALUE ZERO.
        01 WS-Catalogued PIC 9(5) VALUE ZERO.
        01 WS-NoHistory PIC 9(5) VALUE ZERO.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            OPEN OUTPUT ReportFile.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE SESSION CATALOGUE REBUILD - RUN DATE "
             WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM ObtainCatalogLocks.
            IF WS-LockResult NOT = ZERO THEN
                MOVE SPACES TO WS-Line
                STRING "SNAKE.LOG OR SESSIDX.DAT LOCKED BY ANOTHER "
                 "PROGRAM - NOTHING REBUILT"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            OPEN OUTPUT SessIdxFile.
            IF WS-SessIdxStatus = "00" THEN
                CLOSE SessIdxFile
                OPEN I-O SessIdxFile
            END-IF.
            IF WS-SessIdxStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "SESSIDX.DAT could not be created, status "
                 WS-SessIdxStatus
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                PERFORM ReleaseCatalogLocks
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM ScanReplayLog.
            PERFORM ScanLogArchive.
            PERFORM ScanGameHist.
            PERFORM ScanHistArchive.
            PERFORM CountNoHistory.
            CLOSE SessIdxFile.
            PERFORM ReleaseCatalogLocks.
            PERFORM WriteRebuildTotals.
            CLOSE ReportFile.
            PERFORM WriteRunStatus.
            STOP RUN.

        ObtainCatalogLocks.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "SNAKELOG" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE "RELEASE" TO WS-LockAction
                MOVE "SNAKELOG" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
                MOVE 12 TO WS-LockResult
            END-IF.

        ReleaseCatalogLocks.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "SNAKELOG" TO WS-LockName.
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
                STRING "SESS=" WS-Catalogued
                 " HIST=" WS-HistMatched
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEIDX" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        ScanReplayLog.
            MOVE "L" TO WS-LogWhere.
            SET NoSessionOpen TO True.
            OPEN INPUT ReplayLogFile.
            IF WS-ReplayLogStatus = "05" THEN
                CLOSE ReplayLogFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-ReplayLogStatus = "00" THEN
                PERFORM UNTIL WS-ReplayLogStatus NOT = "00"
                    READ ReplayLogFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-ReplayLogStatus
                        NOT AT END
                            MOVE ReplayLogRecord TO WS-LogLine
                            PERFORM ScanLogLine
                    END-READ
                END-PERFORM
                CLOSE ReplayLogFile
            END-IF.
            IF SessionPending THEN
                PERFORM CatalogPendingSession
            END-IF.

        ScanLogArchive.
            MOVE "A" TO WS-LogWhere.
            SET NoSessionOpen TO True.
            OPEN INPUT LogArchFile.
            IF WS-LogArchStatus = "05" THEN
                CLOSE LogArchFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogArchStatus = "00" THEN
                PERFORM UNTIL WS-LogArchStatus NOT = "00"
                    READ LogArchFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-LogArchStatus
                        NOT AT END
                            MOVE LogArchRecord TO WS-LogLine
                            PERFORM ScanLogLine
                    END-READ
                END-PERFORM
                CLOSE LogArchFile
            END-IF.
            IF SessionPending THEN
                PERFORM CatalogPendingSession
            END-IF.

        ScanLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                IF SessionPending THEN
                    PERFORM CatalogPendingSession
                END-IF
                PERFORM StartSessionEntry
                EXIT PARAGRAPH
            END-IF.
            IF NoSessionOpen THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:6) = "CLOCK=" THEN
                ADD 1 TO SX-Frames
                IF WS-LogLine(23:3) = "P2-" THEN
                    SET SX-ModeTwoPlayer TO True
                ELSE
                    IF WS-LogLine(57:4) = " SC="
                     AND WS-LogLine(61:5) IS NUMERIC THEN
                        MOVE WS-LogLine(61:5) TO SX-Score
                    END-IF
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:23) = "=== SESSION END REASON=" THEN
                MOVE WS-LogLine(24:4) TO SX-EndReason
                PERFORM CatalogPendingSession
            END-IF.

        StartSessionEntry.
            SET SessionPending TO True.
            MOVE SPACES TO SessIdxRecord.
            MOVE ZEROS TO SX-Date SX-Time SX-Class SX-Score
             SX-Length SX-Frames.
            MOVE WS-LogLine(19:15) TO SX-Id.
            MOVE WS-LogWhere TO SX-Where.
            IF WS-LogLine(34:6) = " DATE "
             AND WS-LogLine(40:8) IS NUMERIC THEN
                MOVE WS-LogLine(40:8) TO SX-Date
            END-IF.
            IF WS-LogLine(52:3) = " W="
             AND WS-LogLine(55:3) IS NUMERIC THEN
                MOVE WS-LogLine(55:3) TO SX-Width
            END-IF.
            IF WS-LogLine(58:3) = " H="
             AND WS-LogLine(61:3) IS NUMERIC THEN
                MOVE WS-LogLine(61:3) TO SX-Height
            END-IF.
            IF WS-LogLine(64:6) = " MAZE=" THEN
                MOVE WS-LogLine(70:8) TO SX-Maze
            END-IF.
            IF SX-Id IS NUMERIC THEN
                PERFORM DeriveSessionTime
            END-IF.

        DeriveSessionTime.
            MOVE SX-Id TO WS-IdNum.
            DIVIDE WS-IdNum BY 86400000 GIVING WS-IdDay.
            IF SX-Date = 0 AND WS-IdDay > 0 THEN
                MOVE FUNCTION DATE-OF-INTEGER(WS-IdDay) TO SX-Date
            END-IF.
            COMPUTE WS-DayMillis = WS-IdNum
             - (FUNCTION INTEGER-OF-DATE(SX-Date) * 86400000).
            IF WS-DayMillis < 0 OR WS-DayMillis >= 86400000 THEN
                EXIT PARAGRAPH
            END-IF.
            DIVIDE WS-DayMillis BY 1000 GIVING WS-Remainder.
            DIVIDE WS-Remainder BY 3600 GIVING WS-TimeHh.
            COMPUTE WS-Remainder = WS-Remainder - (WS-TimeHh * 3600).
            DIVIDE WS-Remainder BY 60 GIVING WS-TimeMm.
            COMPUTE WS-TimeSs = WS-Remainder - (WS-TimeMm * 60).
            COMPUTE SX-Time = (WS-TimeHh * 10000) + (WS-TimeMm * 100)
             + WS-TimeSs.

        CatalogPendingSession.
            SET NoSessionOpen TO True.
            IF SX-EndReason = SPACES THEN
                ADD 1 TO WS-Unterminated
            END-IF.
            WRITE SessIdxRecord
                INVALID KEY
                    ADD 1 TO WS-Duplicates
                NOT INVALID KEY
                    ADD 1 TO WS-Catalogued
                    IF SX-InLog THEN
                        ADD 1 TO WS-LogSessions
                    ELSE
                        ADD 1 TO WS-ArcSessions
                    END-IF
            END-WRITE.

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
                            ADD 1 TO WS-HistRead
                            PERFORM MatchHistToSession
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.

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
                            ADD 1 TO WS-HistRead
                            PERFORM MatchHistToSession
                    END-READ
                END-PERFORM
                CLOSE HistArchFile
            END-IF.

        MatchHistToSession.
            IF GH-Date IS NOT NUMERIC OR GH-Date = 0
             OR GH-Time IS NOT NUMERIC
             OR GH-Duration IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DayNumber = FUNCTION INTEGER-OF-DATE(GH-Date).
            MOVE GH-Time(1:2) TO WS-TimeHh.
            MOVE GH-Time(3:2) TO WS-TimeMm.
            MOVE GH-Time(5:2) TO WS-TimeSs.
            COMPUTE WS-EndMillis = ((((WS-DayNumber * 24 + WS-TimeHh)
             * 60 + WS-TimeMm) * 60 + WS-TimeSs) * 1000).
            IF GH-Duration > WS-EndMillis THEN
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-StartMillis = WS-EndMillis - GH-Duration.
            COMPUTE WS-LowMillis = WS-StartMillis - WS-ClockTolerance.
            COMPUTE WS-HighMillis = WS-StartMillis + WS-ClockTolerance
             + 1000.
            MOVE WS-LowMillis TO SX-Id.
            START SessIdxFile KEY NOT < SX-Id
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            READ SessIdxFile NEXT RECORD
                AT END
                    EXIT PARAGRAPH
            END-READ.
            IF SX-Id IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SX-Id TO WS-IdNum.
            IF WS-IdNum > WS-HighMillis
             OR SX-Initials NOT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE GH-Initials TO SX-Initials.
            MOVE GH-Mode TO SX-Mode.
            MOVE GH-Speed TO SX-Speed.
            MOVE GH-Length TO SX-Length.
            MOVE GH-Score TO SX-Score.
            IF SX-EndReason = SPACES THEN
                MOVE GH-EndReason TO SX-EndReason
            END-IF.
            REWRITE SessIdxRecord.
            ADD 1 TO WS-HistMatched.

        CountNoHistory.
            MOVE LOW-VALUES TO SX-Id.
            START SessIdxFile KEY NOT < SX-Id
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            MOVE "00" TO WS-SessIdxStatus.
            PERFORM UNTIL WS-SessIdxStatus NOT = "00"
                READ SessIdxFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-SessIdxStatus
                    NOT AT END
                        IF SX-ModeUnknown THEN
                            ADD 1 TO WS-NoHistory
                        END-IF
                END-READ
            END-PERFORM.

        WriteRebuildTotals.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE.LOG SESSIONS=" WS-LogSessions
             " SNAKELOG.ARC SESSIONS=" WS-ArcSessions
             " DUPLICATES SKIPPED=" WS-Duplicates
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SESSIONS WITHOUT AN END LINE=" WS-Unterminated
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "GAMEHIST RECORDS READ=" WS-HistRead
             " MATCHED TO SESSIONS=" WS-HistMatched
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SESSIONS WITH NO GAMEHIST MATCH=" WS-NoHistory
             " (SCRIPT, SUSPENDED OR RESUMED GAMES - PLAYER"
             " UNKNOWN)"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SESSIDX.DAT REBUILT WITH " WS-Catalogued
             " SESSION(S)"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
