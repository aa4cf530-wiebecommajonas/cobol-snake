            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
            SELECT ScriptFile ASSIGN TO "SNAKESCR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ScriptStatus.
        FILE SECTION.
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        FD ScriptFile.
        01 ScriptRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-ScriptStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-SessIdxStatus PIC XX.
        01 WS-Parm PIC X(80).
        01 WS-LogLine PIC X(80).
            COPY "SessSelParm.cpy".
        01 WS-InSessionFlag PIC 9 VALUE 0.
            88 InSession    VALUE 1.
            88 NotInSession VALUE 0.
        01 WS-FramesWritten PIC 9(5) VALUE ZERO.
        01 WS-EndReason PIC X(4) VALUE SPACES.
        PROCEDURE DIVISION.

        Main.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            SET SL-ForReplay TO True.
            MOVE ZEROS TO SL-Class.
            IF WS-Parm(1:15) IS NUMERIC THEN
                PERFORM LookupParmSession
            ELSE
                CALL "snakesel" USING SessSelParm
            END-IF.
            IF NOT SL-Picked THEN
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM ExportSession.
            IF WS-FramesWritten = 0 THEN
            END-IF.
            STOP RUN.

        LookupParmSession.
            SET SL-NonePicked TO True.
            OPEN INPUT SessIdxFile.
            IF WS-SessIdxStatus = "05" THEN
                CLOSE SessIdxFile
            END-IF.
            IF WS-SessIdxStatus NOT = "00" THEN
                DISPLAY "No sessions catalogued in SESSIDX.DAT - "
                 "run snakeidx to rebuild it from SNAKE.LOG"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-Parm(1:15) TO SX-Id.
            READ SessIdxFile
                INVALID KEY
                    DISPLAY "Session " WS-Parm(1:15)
                     " is not in SESSIDX.DAT"
                NOT INVALID KEY
                    MOVE SX-Id TO SL-Id
                    MOVE SX-Where TO SL-Where
                    MOVE SX-Frames TO SL-Frames
                    MOVE SX-EndReason TO SL-EndReason
                    SET SL-Picked TO True
            END-READ.
            CLOSE SessIdxFile.

        ExportSession.
            SET NotInSession TO True.
            IF SL-InArchive THEN
                PERFORM ExportFromArchive
            ELSE
                PERFORM ExportFromLog
            END-IF.

        ExportFromLog.
            OPEN INPUT ReplayLogFile.
            IF WS-ReplayLogStatus NOT = "00" THEN
                CLOSE ReplayLogFile
            CLOSE ScriptFile.
            CLOSE ReplayLogFile.

        ExportFromArchive.
            OPEN INPUT LogArchFile.
            IF WS-LogArchStatus NOT = "00" THEN
                CLOSE LogArchFile
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ScriptFile.
            PERFORM UNTIL WS-LogArchStatus NOT = "00"
                READ LogArchFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-LogArchStatus
                    NOT AT END
                        MOVE LogArchRecord TO WS-LogLine
                        PERFORM ExportLogLine
                END-READ
            END-PERFORM.
            CLOSE ScriptFile.
            CLOSE LogArchFile.

        ExportLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                IF WS-LogLine(19:15) = SL-Id THEN
                    SET InSession TO True
                ELSE
                    SET NotInSession TO True
