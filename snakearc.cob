            SELECT OPTIONAL OutboxArchFile ASSIGN TO "OUTBXARC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutboxArchStatus.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
            SELECT ReportFile ASSIGN TO "SNAKEARC.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
        01 OutboxRecord PIC X(80).
        FD OutboxArchFile.
        01 OutboxArchRecord PIC X(80).
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 WS-OutboxStatus PIC XX.
        01 WS-OutboxArchStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-SessIdxStatus PIC XX.
        01 WS-IdxMoved PIC 9(5) VALUE ZERO.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-RetainDays PIC 999 VALUE 7.
            PERFORM ArchiveLogSessions.
            IF KeptFits THEN
                PERFORM RewriteReplayLog
                PERFORM MarkArchivedSessions
            ELSE
                MOVE 4 TO RETURN-CODE
                MOVE SPACES TO WS-Line
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            CLOSE ReportFile.
            MOVE RETURN-CODE TO WS-RunRc.
            PERFORM ReleaseRetentionLocks.
            MOVE WS-RunRc TO RETURN-CODE.
            PERFORM WriteRunStatus.
            STOP RUN.

            END-PERFORM.
            CLOSE ReplayLogFile.

        MarkArchivedSessions.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE 4 TO RETURN-CODE
                MOVE SPACES TO WS-Line
                STRING "SESSIDX.DAT LOCKED - CATALOGUE NOT UPDATED, "
                 "RUN SNAKEIDX TO RESYNC"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE ZERO TO WS-LockResult
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O SessIdxFile.
            IF WS-SessIdxStatus = "05" THEN
                CLOSE SessIdxFile
            END-IF.
            IF WS-SessIdxStatus = "00" THEN
                PERFORM UNTIL WS-SessIdxStatus NOT = "00"
                    READ SessIdxFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SessIdxStatus
                        NOT AT END
                            PERFORM MarkOneSession
                    END-READ
                END-PERFORM
                CLOSE SessIdxFile
            END-IF.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "SESSIDX" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            MOVE SPACES TO WS-Line.
            STRING "SESSIDX ENTRIES MOVED TO ARCHIVE=" WS-IdxMoved
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        MarkOneSession.
            IF NOT SX-InLog THEN
                EXIT PARAGRAPH
            END-IF.
            IF SX-Date > 0 THEN
                COMPUTE WS-SessionDay =
                 FUNCTION INTEGER-OF-DATE(SX-Date)
            ELSE
                MOVE ZERO TO WS-SessionDay
            END-IF.
            IF WS-SessionDay < WS-CutoffDay THEN
                SET SX-InArchive TO True
                REWRITE SessIdxRecord
                ADD 1 TO WS-IdxMoved
            END-IF.

        ArchiveOutbox.
            MOVE ZERO TO OutboxCount.
            OPEN INPUT OutboxFile.
