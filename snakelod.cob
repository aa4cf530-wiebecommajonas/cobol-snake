                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ML-Key
                FILE STATUS IS WS-MazeLibStatus.
            SELECT SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT OPTIONAL UnloadFile ASSIGN TO DYNAMIC
             WS-UldFileName
                ORGANIZATION IS LINE SEQUENTIAL
            COPY "PlayerRecord.cpy".
        FD MazeLibFile.
            COPY "MazeLibRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD UnloadFile.
        01 UnloadRecord PIC X(80).
        FD RunStatusFile.
        01 WS-HiScoreStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-MazeLibStatus PIC XX.
        01 WS-SprintStatus PIC XX.
        01 WS-UnloadStatus PIC XX.
        01 WS-OpenStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-UldFileName PIC X(16).
        01 WS-FileName PIC X(8).
        01 WS-RecLen PIC 999.
        01 WS-RecImage PIC X(78).
        01 WS-LayoutLen PIC 999.
        01 WS-Line PIC X(80).
        01 WS-RecCount PIC 9(6) VALUE ZERO.
        01 WS-Hash PIC 9(10) VALUE ZERO.
                    MOVE 35 TO WS-RecLen
                WHEN "PLAYER  "
                    MOVE "PLAYER" TO WS-FileName
                    MOVE 67 TO WS-RecLen
                WHEN "MAZELIB "
                    MOVE "MAZELIB" TO WS-FileName
                    MOVE 17 TO WS-RecLen
                WHEN "SPRINT  "
                    MOVE "SPRINT" TO WS-FileName
                    MOVE 43 TO WS-RecLen
                WHEN OTHER
                    DISPLAY "PARM must be HISCORE, PLAYER, SPRINT or "
                     "MAZELIB"
                    MOVE 8 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
            STRING WS-FileName DELIMITED BY SPACE
             ".ULD" DELIMITED BY SIZE
             INTO WS-UldFileName.
            MOVE WS-RecLen TO WS-LayoutLen.
            PERFORM VerifyUnloadFile.
            IF VerifyBad THEN
                MOVE 8 TO RETURN-CODE
                 WS-TrailHash " COMPUTED " WS-Hash
                EXIT PARAGRAPH
            END-IF.
            IF WS-RecLen > WS-LayoutLen THEN
                DISPLAY WS-UldFileName " RECLEN " WS-RecLen
                 " is longer than the " WS-FileName " layout ("
                 WS-LayoutLen ")"
                EXIT PARAGRAPH
            END-IF.
            SET VerifyGood TO True.

        VerifyUnloadLine.
            IF UnloadRecord(1:7) = "UNLOAD " THEN
                SET HeaderSeen TO True
                IF UnloadRecord(36:8) = " RECLEN "
                 AND UnloadRecord(44:3) IS NUMERIC THEN
                    MOVE UnloadRecord(44:3) TO WS-RecLen
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF UnloadRecord(1:8) = "TRAILER " THEN
            IF UnloadRecord(1:2) = "D " THEN
                ADD 1 TO WS-RecCount
                MOVE SPACES TO WS-RecImage
                MOVE UnloadRecord(3:78) TO WS-RecImage
                PERFORM HashRecord
            END-IF.

                WHEN "PLAYER"
                    OPEN OUTPUT PlayerFile
                    MOVE WS-PlayerStatus TO WS-OpenStatus
                WHEN "SPRINT"
                    OPEN OUTPUT SprintFile
                    MOVE WS-SprintStatus TO WS-OpenStatus
                WHEN OTHER
                    OPEN OUTPUT MazeLibFile
                    MOVE WS-MazeLibStatus TO WS-OpenStatus
                    NOT AT END
                        IF UnloadRecord(1:2) = "D " THEN
                            MOVE SPACES TO WS-RecImage
                            MOVE UnloadRecord(3:78) TO WS-RecImage
                            PERFORM LoadOneRecord
                        END-IF
                END-READ
            EVALUATE WS-FileName
                WHEN "HISCORE" CLOSE HiScoreFile
                WHEN "PLAYER" CLOSE PlayerFile
                WHEN "SPRINT" CLOSE SprintFile
                WHEN OTHER CLOSE MazeLibFile
            END-EVALUATE.

                            ADD 1 TO WS-LoadedCount
                    END-WRITE
                WHEN "PLAYER"
                    MOVE WS-RecImage(1:67) TO PlayerRecord
                    IF WS-RecLen < 66 THEN
                        MOVE "Y" TO PL-SubBadge
                    END-IF
                    IF WS-RecLen < 67 THEN
                        SET PL-Active TO True
                    END-IF
                    WRITE PlayerRecord
                        INVALID KEY
                            ADD 1 TO WS-WriteFailCount
                        NOT INVALID KEY
                            ADD 1 TO WS-LoadedCount
                    END-WRITE
                WHEN "SPRINT"
                    MOVE WS-RecImage(1:43) TO SprintRecord
                    WRITE SprintRecord
                        INVALID KEY
                            ADD 1 TO WS-WriteFailCount
                        NOT INVALID KEY
                            ADD 1 TO WS-LoadedCount
                    END-WRITE
                WHEN OTHER
                    MOVE WS-RecImage(1:17) TO MazeLibRecord
                    WRITE MazeLibRecord
