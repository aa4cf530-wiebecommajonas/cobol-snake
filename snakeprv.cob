        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakeprv.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
            SELECT ReportFile ASSIGN TO "SNAKEPRV.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
            SELECT OPTIONAL OutboxFile ASSIGN TO "OUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxStatus.
            SELECT OPTIONAL PrvCtlFile ASSIGN TO "PRVCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PrvCtlStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        FD OutboxFile.
        01 OutboxRecord PIC X(80).
        FD PrvCtlFile.
        01 PrvCtlRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-HiScoreStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-OutboxStatus PIC XX.
        01 WS-OutboxLine PIC X(80).
        01 WS-EventType PIC X(8).
        01 WS-EventTo PIC X(3).
        01 WS-EventText PIC X(50).
        01 WS-EventFlag PIC 9 VALUE 0.
            88 EventWritten    VALUE 1.
            88 EventNotWritten VALUE 0.
        01 WS-PrvCtlStatus PIC XX.
        01 WS-CtlLine PIC X(80).
        01 NotifiedEntries.
            02 NotifiedCount PIC 999 VALUE ZERO.
            02 NotifiedEntry OCCURS 400 TIMES INDEXED BY NtfI.
                03 NT-Entry PIC X(25).
                03 NT-Flag  PIC 9.
                    88 NT-StillOrphaned VALUE 1.
                    88 NT-Cleared       VALUE 0.
        01 WS-EntryKey.
            02 EK-Class    PIC X(9).
            02 EK-Rank     PIC 99.
            02 EK-Initials PIC X(3).
            02 EK-Length   PIC 9(3).
            02 EK-Date     PIC 9(8).
        01 WS-NotifyFound PIC 999.
        01 WS-NotifySent PIC 999 VALUE ZERO.
        01 WS-NotifyKnown PIC 999 VALUE ZERO.
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-HistLine PIC X(80).
        01 WS-LogLine PIC X(80).
        01 ProvTable.
            02 ProvCount PIC 999 VALUE ZERO.
            02 ProvEntry OCCURS 200 TIMES INDEXED BY PrvI.
                03 PV-Class    PIC X(9).
                03 PV-Rank     PIC 99.
                03 PV-Initials PIC X(3).
                03 PV-Length   PIC 9(3).
                03 PV-Duration PIC 9(10).
                03 PV-Date     PIC 9(8).
                03 PV-HistFlag PIC 9.
                    88 PV-HistNone  VALUE 0.
                    88 PV-HistNear  VALUE 1.
                    88 PV-HistExact VALUE 2.
                03 PV-HistTime PIC 9(6).
                03 PV-HistEnd  PIC X(4).
                03 PV-HistFrom PIC X(3).
                03 PV-LogFlag  PIC 9.
                    88 PV-LogNone  VALUE 0.
                    88 PV-LogFound VALUE 1.
                03 PV-LogId    PIC 9(15).
                03 PV-LogEnd   PIC X(4).
                03 PV-LogFrom  PIC X(3).
        01 WS-HistFrom PIC X(3).
        01 WS-HistClass PIC X(9).
        01 WS-LogFrom PIC X(3).
        01 WS-LogName PIC X(12).
        01 SessionBlock.
            02 SB-OpenFlag PIC 9 VALUE 0.
                88 SB-Open   VALUE 1.
                88 SB-Closed VALUE 0.
            02 SB-Id       PIC 9(15).
            02 SB-Date     PIC 9(8).
            02 SB-LastClock PIC 9(15).
            02 SB-End      PIC X(4).
            02 SB-TwoFlag  PIC 9.
                88 SB-TwoPlayer VALUE 1.
                88 SB-OnePlayer VALUE 0.
        01 WS-SessionsRead PIC 9(5) VALUE ZERO.
        01 WS-HistRead PIC 9(6) VALUE ZERO.
        01 WS-ClockTolerance PIC 9(5) VALUE 2000.
        01 WS-EndMillis PIC 9(15).
        01 WS-StartMillis PIC S9(15).
        01 WS-Span PIC S9(15).
        01 WS-DayNumber PIC 9(7).
        01 WS-TimeHh PIC 99.
        01 WS-TimeMm PIC 99.
        01 WS-TimeSs PIC 99.
        01 WS-Verdict PIC X(10).
        01 WS-Reason PIC X(40).
        01 WS-MatchedCount PIC 999 VALUE ZERO.
        01 WS-MismatchCount PIC 999 VALUE ZERO.
        01 WS-OrphanCount PIC 999 VALUE ZERO.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            OPEN OUTPUT ReportFile.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "HISCORE" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE SPACES TO WS-Line
                STRING "HISCORE.DAT LOCKED BY ANOTHER PROGRAM - "
                 "RECONCILIATION SKIPPED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "HIGH SCORE PROVENANCE RECONCILIATION - RUN DATE "
             WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM LoadHiScores.
            PERFORM ReleaseHiScoreLock.
            IF WS-HiScoreStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "HISCORE.DAT could not be opened, status "
                 WS-HiScoreStatus
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM LoadNotified.
            PERFORM ScanGameHist.
            PERFORM ScanHistArchive.
            PERFORM ScanReplayLog.
            PERFORM ScanLogArchive.
            PERFORM ReportEntry VARYING PrvI FROM 1 BY 1
             UNTIL PrvI > ProvCount.
            MOVE SPACES TO WS-Line.
            STRING "ENTRIES=" ProvCount
             " MATCHED=" WS-MatchedCount
             " MISMATCHED=" WS-MismatchCount
             " ORPHANED=" WS-OrphanCount
             " (GAMEHIST READ=" WS-HistRead
             " SESSIONS READ=" WS-SessionsRead ")"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "CHECK NOTIFICATIONS SENT=" WS-NotifySent
             " ALREADY SENT=" WS-NotifyKnown
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM SaveNotified.
            CLOSE ReportFile.
            IF WS-MismatchCount > 0 THEN
                MOVE 2 TO RETURN-CODE
            END-IF.
            IF WS-OrphanCount > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        ReleaseHiScoreLock.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "HISCORE" TO WS-LockName.
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
                STRING "MAT=" WS-MatchedCount " MIS=" WS-MismatchCount
                 " ORP=" WS-OrphanCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEPRV" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        LoadHiScores.
            MOVE 0 TO ProvCount.
            OPEN INPUT HiScoreFile.
            IF WS-HiScoreStatus = "05" THEN
                MOVE "00" TO WS-HiScoreStatus
            END-IF.
            IF WS-HiScoreStatus = "00" THEN
                PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                 OR ProvCount >= 200
                    READ HiScoreFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-HiScoreStatus
                        NOT AT END
                            ADD 1 TO ProvCount
                            INITIALIZE ProvEntry(ProvCount)
                            MOVE HS-Class TO PV-Class(ProvCount)
                            MOVE HS-Rank TO PV-Rank(ProvCount)
                            MOVE HS-Initials TO
                             PV-Initials(ProvCount)
                            MOVE HS-Length TO PV-Length(ProvCount)
                            MOVE HS-Duration TO
                             PV-Duration(ProvCount)
                            MOVE HS-Date TO PV-Date(ProvCount)
                    END-READ
                END-PERFORM
                CLOSE HiScoreFile
                MOVE "00" TO WS-HiScoreStatus
            END-IF.

        ScanGameHist.
            MOVE "DAT" TO WS-HistFrom.
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
                            PERFORM MatchHistRecord
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.

        ScanHistArchive.
            MOVE "ARC" TO WS-HistFrom.
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
                            PERFORM MatchHistRecord
                    END-READ
                END-PERFORM
                CLOSE HistArchFile
            END-IF.

        MatchHistRecord.
            IF GH-ModeTwoPlayer OR GH-ModeSprint THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE GH-BoardWidth TO WS-HistClass(1:3).
            MOVE GH-BoardHeight TO WS-HistClass(4:3).
            MOVE GH-Speed TO WS-HistClass(7:3).
            PERFORM VARYING PrvI FROM 1 BY 1 UNTIL PrvI > ProvCount
                IF NOT PV-HistExact(PrvI)
                 AND PV-Class(PrvI) = WS-HistClass
                 AND PV-Date(PrvI) = GH-Date
                 AND PV-Initials(PrvI) = GH-Initials THEN
                    IF PV-Length(PrvI) = GH-Length
                     AND PV-Duration(PrvI) = GH-Duration THEN
                        SET PV-HistExact(PrvI) TO True
                    ELSE
                        SET PV-HistNear(PrvI) TO True
                    END-IF
                    MOVE GH-Time TO PV-HistTime(PrvI)
                    MOVE GH-EndReason TO PV-HistEnd(PrvI)
                    MOVE WS-HistFrom TO PV-HistFrom(PrvI)
                END-IF
            END-PERFORM.

        ScanReplayLog.
            MOVE "LOG" TO WS-LogFrom.
            SET SB-Closed TO True.
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

        ScanLogArchive.
            MOVE "ARC" TO WS-LogFrom.
            SET SB-Closed TO True.
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

        ScanLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                SET SB-Open TO True
                SET SB-OnePlayer TO True
                MOVE ZERO TO SB-Id SB-Date SB-LastClock
                IF WS-LogLine(19:15) IS NUMERIC THEN
                    MOVE WS-LogLine(19:15) TO SB-Id
                    MOVE SB-Id TO SB-LastClock
                END-IF
                IF WS-LogLine(40:8) IS NUMERIC THEN
                    MOVE WS-LogLine(40:8) TO SB-Date
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF SB-Closed THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:6) = "CLOCK=" THEN
                IF WS-LogLine(23:3) = "P2-" THEN
                    SET SB-TwoPlayer TO True
                END-IF
                IF WS-LogLine(7:15) IS NUMERIC THEN
                    MOVE WS-LogLine(7:15) TO SB-LastClock
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:23) = "=== SESSION END REASON=" THEN
                MOVE WS-LogLine(24:4) TO SB-End
                ADD 1 TO WS-SessionsRead
                SET SB-Closed TO True
                IF SB-OnePlayer AND SB-Id > 0 THEN
                    PERFORM MatchSessionBlock
                END-IF
            END-IF.

        MatchSessionBlock.
            PERFORM VARYING PrvI FROM 1 BY 1 UNTIL PrvI > ProvCount
                IF PV-LogNone(PrvI) THEN
                    IF PV-HistExact(PrvI) OR PV-HistNear(PrvI) THEN
                        PERFORM MatchBlockToHistory
                    ELSE
                        PERFORM MatchBlockToDuration
                    END-IF
                END-IF
            END-PERFORM.

        MatchBlockToHistory.
            COMPUTE WS-DayNumber =
             FUNCTION INTEGER-OF-DATE(PV-Date(PrvI)).
            MOVE PV-HistTime(PrvI)(1:2) TO WS-TimeHh.
            MOVE PV-HistTime(PrvI)(3:2) TO WS-TimeMm.
            MOVE PV-HistTime(PrvI)(5:2) TO WS-TimeSs.
            COMPUTE WS-EndMillis = ((((WS-DayNumber * 24 + WS-TimeHh)
             * 60 + WS-TimeMm) * 60 + WS-TimeSs) * 1000).
            COMPUTE WS-StartMillis = WS-EndMillis
             - PV-Duration(PrvI) - WS-ClockTolerance.
            IF SB-Id >= WS-StartMillis
             AND SB-Id <= WS-EndMillis + WS-ClockTolerance THEN
                PERFORM KeepSessionMatch
            END-IF.

        MatchBlockToDuration.
            IF SB-Date NOT = PV-Date(PrvI) THEN
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-Span = SB-LastClock - SB-Id.
            IF WS-Span <= PV-Duration(PrvI) + WS-ClockTolerance
             AND WS-Span + WS-ClockTolerance >= PV-Duration(PrvI) THEN
                PERFORM KeepSessionMatch
            END-IF.

        KeepSessionMatch.
            SET PV-LogFound(PrvI) TO True.
            MOVE SB-Id TO PV-LogId(PrvI).
            MOVE SB-End TO PV-LogEnd(PrvI).
            MOVE WS-LogFrom TO PV-LogFrom(PrvI).

        ReportEntry.
            MOVE SPACES TO WS-Reason.
            EVALUATE TRUE
                WHEN PV-HistExact(PrvI) AND PV-LogFound(PrvI)
                    IF PV-HistEnd(PrvI) = PV-LogEnd(PrvI) THEN
                        MOVE "MATCHED" TO WS-Verdict
                    ELSE
                        MOVE "MISMATCHED" TO WS-Verdict
                        STRING "END REASON GAMEHIST=" PV-HistEnd(PrvI)
                         " LOG=" PV-LogEnd(PrvI)
                         DELIMITED BY SIZE INTO WS-Reason
                    END-IF
                WHEN PV-HistExact(PrvI)
                    MOVE "MISMATCHED" TO WS-Verdict
                    MOVE "NO SESSION BLOCK IN SNAKE.LOG/ARC"
                     TO WS-Reason
                WHEN PV-HistNear(PrvI)
                    MOVE "MISMATCHED" TO WS-Verdict
                    MOVE "GAMEHIST LENGTH/DURATION DIFFER"
                     TO WS-Reason
                WHEN PV-LogFound(PrvI)
                    MOVE "MISMATCHED" TO WS-Verdict
                    MOVE "NO GAMEHIST RECORD" TO WS-Reason
                WHEN OTHER
                    MOVE "ORPHANED" TO WS-Verdict
                    MOVE "NO SUPPORTING GAME" TO WS-Reason
            END-EVALUATE.
            EVALUATE WS-Verdict
                WHEN "MATCHED"
                    ADD 1 TO WS-MatchedCount
                WHEN "MISMATCHED"
                    ADD 1 TO WS-MismatchCount
                WHEN OTHER
                    ADD 1 TO WS-OrphanCount
            END-EVALUATE.
            MOVE SPACES TO WS-Line.
            STRING WS-Verdict " CLASS " PV-Class(PrvI)
             " RANK " PV-Rank(PrvI)
             " " PV-Initials(PrvI)
             " LEN " PV-Length(PrvI)
             " DATE " PV-Date(PrvI)
             " " WS-Reason
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF PV-HistExact(PrvI) OR PV-HistNear(PrvI) THEN
                MOVE SPACES TO WS-Line
                STRING "           GAMEHIST." PV-HistFrom(PrvI)
                 " TIME " PV-HistTime(PrvI)
                 " END=" PV-HistEnd(PrvI)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF PV-LogFound(PrvI) THEN
                IF PV-LogFrom(PrvI) = "LOG" THEN
                    MOVE "SNAKE.LOG" TO WS-LogName
                ELSE
                    MOVE "SNAKELOG.ARC" TO WS-LogName
                END-IF
                MOVE SPACES TO WS-Line
                STRING "           " WS-LogName
                 " SESSION " PV-LogId(PrvI)
                 " END=" PV-LogEnd(PrvI)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-Verdict = "ORPHANED"
             AND PV-Initials(PrvI) NOT = SPACES
             AND PV-Initials(PrvI) NOT = "BAT"
             AND PV-Initials(PrvI) NOT = "***" THEN
                PERFORM NotifyOrphan
            END-IF.

        NotifyOrphan.
            MOVE PV-Class(PrvI) TO EK-Class.
            MOVE PV-Rank(PrvI) TO EK-Rank.
            MOVE PV-Initials(PrvI) TO EK-Initials.
            MOVE PV-Length(PrvI) TO EK-Length.
            MOVE PV-Date(PrvI) TO EK-Date.
            MOVE ZERO TO WS-NotifyFound.
            PERFORM VARYING NtfI FROM 1 BY 1 UNTIL
             NtfI > NotifiedCount OR WS-NotifyFound > 0
                IF NT-Entry(NtfI) = WS-EntryKey THEN
                    SET WS-NotifyFound TO NtfI
                END-IF
            END-PERFORM.
            IF WS-NotifyFound > 0 THEN
                SET NT-StillOrphaned(WS-NotifyFound) TO True
                ADD 1 TO WS-NotifyKnown
                EXIT PARAGRAPH
            END-IF.
            MOVE "CHECK" TO WS-EventType.
            MOVE PV-Initials(PrvI) TO WS-EventTo.
            MOVE SPACES TO WS-EventText.
            STRING "NO GAME FOUND FOR " PV-Class(PrvI)
             " RANK " PV-Rank(PrvI)
             " LEN " PV-Length(PrvI)
             DELIMITED BY SIZE INTO WS-EventText.
            PERFORM WriteOutboxEvent.
            IF EventWritten AND NotifiedCount < 400 THEN
                ADD 1 TO NotifiedCount
                MOVE WS-EntryKey TO NT-Entry(NotifiedCount)
                SET NT-StillOrphaned(NotifiedCount) TO True
                ADD 1 TO WS-NotifySent
            END-IF.

        LoadNotified.
            MOVE ZERO TO NotifiedCount.
            OPEN INPUT PrvCtlFile.
            IF WS-PrvCtlStatus = "05" THEN
                CLOSE PrvCtlFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-PrvCtlStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-PrvCtlStatus NOT = "00"
                READ PrvCtlFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-PrvCtlStatus
                    NOT AT END
                        MOVE PrvCtlRecord TO WS-CtlLine
                        IF WS-CtlLine(1:9) = "NOTIFIED="
                         AND NotifiedCount < 400 THEN
                            ADD 1 TO NotifiedCount
                            MOVE WS-CtlLine(10:25)
                             TO NT-Entry(NotifiedCount)
                            SET NT-Cleared(NotifiedCount) TO True
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PrvCtlFile.

        SaveNotified.
            OPEN OUTPUT PrvCtlFile.
            PERFORM VARYING NtfI FROM 1 BY 1 UNTIL NtfI > NotifiedCount
                IF NT-StillOrphaned(NtfI) THEN
                    MOVE SPACES TO WS-CtlLine
                    STRING "NOTIFIED=" NT-Entry(NtfI)
                     DELIMITED BY SIZE INTO WS-CtlLine
                    WRITE PrvCtlRecord FROM WS-CtlLine
                END-IF
            END-PERFORM.
            CLOSE PrvCtlFile.

        WriteOutboxEvent.
            SET EventNotWritten TO True.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "OUTBOX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "OUTBOX.DAT is locked by another program - "
                 "notification not written"
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
                IF WS-OutboxStatus = "00" THEN
                    SET EventWritten TO True
                END-IF
                CLOSE OutboxFile
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "OUTBOX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
