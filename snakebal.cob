        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakebal.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CtlTotFile ASSIGN TO "CTLTOT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CT-Date
                FILE STATUS IS WS-CtlTotStatus.
            SELECT OPTIONAL HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL HistArchFile ASSIGN TO "GAMEHIST.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistArchStatus.
            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
            SELECT OPTIONAL DailyFile ASSIGN TO "DAILYCHL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DailyStatus.
            SELECT OPTIONAL OutboxFile ASSIGN TO "OUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxStatus.
            SELECT ReportFile ASSIGN TO "SNAKEBAL.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD CtlTotFile.
            COPY "CtlTotRecord.cpy".
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD OutboxFile.
        01 OutboxRecord PIC X(80).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-CtlTotStatus PIC XX.
        01 WS-HiScoreStatus PIC XX.
        01 WS-SprintStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-OutboxStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-BalDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-LogLine PIC X(80).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-CtlFoundFlag PIC 9 VALUE 0.
            88 CtlFound    VALUE 1.
            88 CtlNotFound VALUE 0.
        01 WS-SessionDate PIC 9(8).
        01 WS-EndDate PIC 9(8).
        01 WS-SessionOpenFlag PIC 9 VALUE 0.
            88 SessionOpen   VALUE 1.
            88 SessionClosed VALUE 0.
        01 ActualCounts.
            02 AC-LogOpened  PIC 9(5) VALUE ZERO.
            02 AC-LogClosed  PIC 9(5) VALUE ZERO.
            02 AC-LogSusp    PIC 9(5) VALUE ZERO.
            02 AC-Hist       PIC 9(5) VALUE ZERO.
            02 AC-Daily      PIC 9(5) VALUE ZERO.
            02 AC-HiScore    PIC 9(5) VALUE ZERO.
            02 AC-Outbox     PIC 9(5) VALUE ZERO.
            02 AC-SentSince  PIC 9(5) VALUE ZERO.
        01 WS-CmpLabel PIC X(34).
        01 WS-CmpControl PIC 9(5).
        01 WS-CmpActual PIC 9(5).
        01 WS-CmpDiff PIC S9(5).
        01 WS-CmpRule PIC X.
            88 RuleExact    VALUE "E".
            88 RuleNotAbove VALUE "L".
        01 WS-CmpResult PIC X(14).
        01 WS-ControlDisp PIC ZZZZ9.
        01 WS-ActualDisp PIC ZZZZ9.
        01 WS-DiffDisp PIC -ZZZZ9.
        01 WS-OutOfBalance PIC 99 VALUE ZERO.
        01 WS-Warnings PIC 99 VALUE ZERO.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE WS-RunDate TO WS-BalDate.
            OPEN OUTPUT ReportFile.
            IF WS-Parm NOT = SPACES THEN
                IF WS-Parm(1:8) IS NUMERIC
                 AND WS-Parm(9:1) = SPACE THEN
                    MOVE WS-Parm(1:8) TO WS-BalDate
                ELSE
                    MOVE SPACES TO WS-Line
                    STRING "PARM MUST BE A BUSINESS DATE YYYYMMDD "
                     "(BLANK = TODAY)"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 8 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE CONTROL TOTALS BALANCING - BUSINESS DATE "
             WS-BalDate " - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM LoadControlTotals.
            IF WS-CtlTotStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "CTLTOT.DAT could not be read, status "
                 WS-CtlTotStatus " - balancing skipped"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM ScanReplayLog.
            PERFORM ScanLogArchive.
            PERFORM ScanGameHist.
            PERFORM ScanHistArchive.
            PERFORM ScanDaily.
            PERFORM ScanHiScores.
            PERFORM ScanSprints.
            PERFORM ScanOutbox.
            PERFORM WriteBalanceReport.
            CLOSE ReportFile.
            IF WS-Warnings > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-OutOfBalance > 0 THEN
                MOVE 8 TO RETURN-CODE
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
                STRING "OOB=" WS-OutOfBalance " WARN=" WS-Warnings
                 " DATE=" WS-BalDate
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEBAL" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        LoadControlTotals.
            SET CtlNotFound TO True.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "CTLTOT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE "LK" TO WS-CtlTotStatus
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CtlTotFile.
            IF WS-CtlTotStatus = "05" OR WS-CtlTotStatus = "35" THEN
                IF WS-CtlTotStatus = "05" THEN
                    CLOSE CtlTotFile
                END-IF
                MOVE "00" TO WS-CtlTotStatus
                MOVE ZEROS TO CtlTotRecord
                MOVE WS-BalDate TO CT-Date
            ELSE
                IF WS-CtlTotStatus = "00" THEN
                    MOVE WS-BalDate TO CT-Date
                    READ CtlTotFile
                        INVALID KEY
                            MOVE ZEROS TO CtlTotRecord
                            MOVE WS-BalDate TO CT-Date
                        NOT INVALID KEY
                            SET CtlFound TO True
                    END-READ
                    CLOSE CtlTotFile
                    MOVE "00" TO WS-CtlTotStatus
                END-IF
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "CTLTOT" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        ScanReplayLog.
            SET SessionClosed TO True.
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
                            PERFORM CountLogLine
                    END-READ
                END-PERFORM
                CLOSE ReplayLogFile
            END-IF.

        ScanLogArchive.
            SET SessionClosed TO True.
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
                            PERFORM CountLogLine
                    END-READ
                END-PERFORM
                CLOSE LogArchFile
            END-IF.

        CountLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                SET SessionOpen TO True
                MOVE ZERO TO WS-SessionDate
                IF WS-LogLine(40:8) IS NUMERIC THEN
                    MOVE WS-LogLine(40:8) TO WS-SessionDate
                END-IF
                IF WS-SessionDate = WS-BalDate THEN
                    ADD 1 TO AC-LogOpened
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:23) = "=== SESSION END REASON=" THEN
                IF WS-LogLine(38:8) IS NUMERIC THEN
                    MOVE WS-LogLine(38:8) TO WS-EndDate
                ELSE
                    IF SessionOpen THEN
                        MOVE WS-SessionDate TO WS-EndDate
                    ELSE
                        MOVE ZERO TO WS-EndDate
                    END-IF
                END-IF
                SET SessionClosed TO True
                IF WS-EndDate = WS-BalDate THEN
                    ADD 1 TO AC-LogClosed
                    IF WS-LogLine(24:4) = "SUSP" THEN
                        ADD 1 TO AC-LogSusp
                    END-IF
                END-IF
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
                            IF GH-Date = WS-BalDate THEN
                                ADD 1 TO AC-Hist
                            END-IF
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
                            IF HistArchRecord(1:8) = WS-BalDate THEN
                                ADD 1 TO AC-Hist
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HistArchFile
            END-IF.

        ScanDaily.
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
                            IF DailyRecord(1:8) = WS-BalDate THEN
                                ADD 1 TO AC-Daily
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DailyFile
            END-IF.

        ScanHiScores.
            OPEN INPUT HiScoreFile.
            IF WS-HiScoreStatus = "05" THEN
                CLOSE HiScoreFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HiScoreStatus = "00" THEN
                PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                    READ HiScoreFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-HiScoreStatus
                        NOT AT END
                            IF HS-Date = WS-BalDate THEN
                                ADD 1 TO AC-HiScore
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HiScoreFile
            END-IF.

        ScanSprints.
            OPEN INPUT SprintFile.
            IF WS-SprintStatus = "05" THEN
                CLOSE SprintFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-SprintStatus = "00" THEN
                PERFORM UNTIL WS-SprintStatus NOT = "00"
                    READ SprintFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SprintStatus
                        NOT AT END
                            IF SP-Date = WS-BalDate THEN
                                ADD 1 TO AC-HiScore
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SprintFile
            END-IF.

        ScanOutbox.
            OPEN INPUT OutboxFile.
            IF WS-OutboxStatus = "05" THEN
                CLOSE OutboxFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-OutboxStatus = "00" THEN
                PERFORM UNTIL WS-OutboxStatus NOT = "00"
                    READ OutboxFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-OutboxStatus
                        NOT AT END
                            PERFORM CountOutboxLine
                    END-READ
                END-PERFORM
                CLOSE OutboxFile
            END-IF.

        CountOutboxLine.
            IF OutboxRecord(1:5) = "SENT " THEN
                IF OutboxRecord(6:8) IS NUMERIC
                 AND OutboxRecord(6:8) >= WS-BalDate THEN
                    ADD 1 TO AC-SentSince
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF OutboxRecord(1:6) = "EVENT="
             AND OutboxRecord(73:8) = WS-BalDate THEN
                ADD 1 TO AC-Outbox
            END-IF.

        WriteBalanceReport.
            IF CtlNotFound THEN
                MOVE SPACES TO WS-Line
                STRING "NO CONTROL TOTALS RECORD FOR " WS-BalDate
                 " - ANY ACTIVITY FOUND BELOW IS UNACCOUNTED FOR"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            ELSE
                MOVE SPACES TO WS-Line
                STRING "CONTROL TOTALS LAST POSTED AT " CT-LastTime
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "CHECK                               CONTROL  "
             "ACTUAL    DIFF  RESULT"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "----------------------------------  -------  "
             "------  ------  --------------"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE "GAMES STARTED / LOG SESSIONS OPEN" TO WS-CmpLabel.
            MOVE CT-Started TO WS-CmpControl.
            MOVE AC-LogOpened TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareTotals.
            MOVE "LOG SESSIONS CLOSED" TO WS-CmpLabel.
            MOVE CT-LogClosed TO WS-CmpControl.
            MOVE AC-LogClosed TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareTotals.
            MOVE "GAMES SUSPENDED / SUSP LOG ENDS" TO WS-CmpLabel.
            MOVE CT-Suspended TO WS-CmpControl.
            MOVE AC-LogSusp TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareTotals.
            MOVE "GAMEHIST RECORDS WRITTEN" TO WS-CmpLabel.
            MOVE CT-HistWritten TO WS-CmpControl.
            MOVE AC-Hist TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareTotals.
            MOVE "DAILYCHL ATTEMPTS WRITTEN" TO WS-CmpLabel.
            MOVE CT-DailyWritten TO WS-CmpControl.
            MOVE AC-Daily TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareTotals.
            MOVE "LEADERBOARD ENTRIES (NOT ABOVE)" TO WS-CmpLabel.
            MOVE CT-HiScoreWritten TO WS-CmpControl.
            MOVE AC-HiScore TO WS-CmpActual.
            SET RuleNotAbove TO True.
            PERFORM CompareTotals.
            MOVE "OUTBOX EVENTS WRITTEN" TO WS-CmpLabel.
            MOVE CT-OutboxWritten TO WS-CmpControl.
            MOVE AC-Outbox TO WS-CmpActual.
            SET RuleExact TO True.
            PERFORM CompareOutbox.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            PERFORM CheckInternalTotals.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            IF WS-OutOfBalance > 0 THEN
                STRING "*** OUT OF BALANCE - " WS-OutOfBalance
                 " CHECK(S) FAILED, " WS-Warnings " WARNING(S) ***"
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                STRING "IN BALANCE - " WS-Warnings " WARNING(S)"
                 DELIMITED BY SIZE INTO WS-Line
            END-IF.
            PERFORM EmitLine.

        CompareTotals.
            COMPUTE WS-CmpDiff = WS-CmpActual - WS-CmpControl.
            MOVE "OK" TO WS-CmpResult.
            IF RuleExact AND WS-CmpDiff NOT = 0 THEN
                MOVE "OUT OF BALANCE" TO WS-CmpResult
                ADD 1 TO WS-OutOfBalance
            END-IF.
            IF RuleNotAbove AND WS-CmpDiff > 0 THEN
                MOVE "OUT OF BALANCE" TO WS-CmpResult
                ADD 1 TO WS-OutOfBalance
            END-IF.
            PERFORM WriteCompareLine.

        CompareOutbox.
            COMPUTE WS-CmpDiff = WS-CmpActual - WS-CmpControl.
            MOVE "OK" TO WS-CmpResult.
            IF WS-CmpDiff NOT = 0 THEN
                IF WS-CmpDiff < 0
                 AND WS-CmpActual + AC-SentSince >= WS-CmpControl THEN
                    MOVE "DISPATCHED?" TO WS-CmpResult
                    ADD 1 TO WS-Warnings
                ELSE
                    MOVE "OUT OF BALANCE" TO WS-CmpResult
                    ADD 1 TO WS-OutOfBalance
                END-IF
            END-IF.
            PERFORM WriteCompareLine.

        WriteCompareLine.
            MOVE WS-CmpControl TO WS-ControlDisp.
            MOVE WS-CmpActual TO WS-ActualDisp.
            MOVE WS-CmpDiff TO WS-DiffDisp.
            MOVE SPACES TO WS-Line.
            STRING WS-CmpLabel "    " WS-ControlDisp "   "
             WS-ActualDisp "  " WS-DiffDisp "  " WS-CmpResult
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        CheckInternalTotals.
            IF CT-Started > CT-Ended + CT-Suspended THEN
                ADD 1 TO WS-Warnings
                MOVE SPACES TO WS-Line
                STRING "WARNING: " CT-Started " GAME(S) STARTED BUT "
                 "ONLY " CT-Ended " ENDED AND " CT-Suspended
                 " SUSPENDED - STILL RUNNING OR ABENDED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF CT-LogClosed NOT = CT-Ended + CT-Suspended THEN
                ADD 1 TO WS-OutOfBalance
                MOVE SPACES TO WS-Line
                STRING "OUT OF BALANCE: " CT-LogClosed
                 " LOG SESSION(S) CLOSED FOR " CT-Ended " ENDED + "
                 CT-Suspended " SUSPENDED GAME(S)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF CT-LockFailures > 0 THEN
                ADD 1 TO WS-Warnings
                MOVE SPACES TO WS-Line
                STRING "WARNING: " CT-LockFailures
                 " LOCK TIMEOUT(S) REPORTED BY SNAKE - "
                 "RECORDS SKIPPED AT THOSE POINTS"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
