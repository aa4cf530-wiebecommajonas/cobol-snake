            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
        DATA DIVISION.
        FILE SECTION.
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-LogLine PIC X(80).
            COPY "SessSelParm.cpy".
        01 WS-InSessionFlag PIC 9 VALUE 0.
            88 InSession    VALUE 1.
            88 NotInSession VALUE 0.
        01 WS-DoneFlag PIC 9 VALUE 0.
            88 ViewerDone    VALUE 1.
            88 ViewerNotDone VALUE 0.
        01 WS-FrameOverflowFlag PIC 9 VALUE 0.
            88 FrameOverflowTold    VALUE 1.
            88 FrameOverflowNotTold VALUE 0.

        Main.
            MOVE ZEROS TO BoardOccupancy.
            SET SL-ForReplay TO True.
            MOVE ZEROS TO SL-Class.
            CALL "snakesel" USING SessSelParm.
            IF NOT SL-Picked THEN
                STOP RUN
            END-IF.
            PERFORM LoadFrames.
            IF FrameCount = 0 THEN
                DISPLAY "Selected session has no frames to replay"
            END-IF.
            STOP RUN.

        LoadFrames.
            MOVE ZERO TO FrameCount.
            SET NotInSession TO True.
            MOVE ZERO TO WS-CurFrame.
            IF SL-InArchive THEN
                PERFORM LoadFramesFromArchive
            ELSE
                PERFORM LoadFramesFromLog
            END-IF.

        LoadFramesFromLog.
            OPEN INPUT ReplayLogFile.
            IF WS-ReplayLogStatus = "00" THEN
                PERFORM UNTIL WS-ReplayLogStatus NOT = "00"
                            MOVE "10" TO WS-ReplayLogStatus
                        NOT AT END
                            MOVE ReplayLogRecord TO WS-LogLine
                            PERFORM LoadLogLine
                    END-READ
                END-PERFORM
                CLOSE ReplayLogFile
            END-IF.

        LoadFramesFromArchive.
            OPEN INPUT LogArchFile.
            IF WS-LogArchStatus = "00" THEN
                PERFORM UNTIL WS-LogArchStatus NOT = "00"
                    READ LogArchFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-LogArchStatus
                        NOT AT END
                            MOVE LogArchRecord TO WS-LogLine
                            PERFORM LoadLogLine
                    END-READ
                END-PERFORM
                CLOSE LogArchFile
            END-IF.

        LoadLogLine.
            IF WS-LogLine(1:18) = "=== SESSION START " THEN
                IF WS-LogLine(19:15) = SL-Id THEN
                    SET InSession TO True
                ELSE
                    SET NotInSession TO True
            END-IF.

        AskBoardSize.
            IF SL-BoardWidth >= 3 AND SL-BoardHeight >= 3 THEN
                MOVE SL-BoardWidth TO BoardWidth
                MOVE SL-BoardHeight TO BoardHeight
                DISPLAY "Board " BoardWidth "x" BoardHeight
                 " as recorded for this session"
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Board width (Enter=050): " WITH NO ADVANCING.
            ACCEPT WS-DimField.
            IF WS-DimField IS NUMERIC THEN
