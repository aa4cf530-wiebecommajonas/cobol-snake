                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT ReportFile ASSIGN TO "SNAKERPT.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
        FILE SECTION.
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD PlayerFile.
        WORKING-STORAGE SECTION.
        01 WS-HiScoreStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-SprintStatus PIC XX.
        01 WS-SprintCount PIC 999 VALUE ZERO.
        01 WS-PrevSprintClass PIC X(12).
        01 WS-PlayerStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
            88 PlayerFileOpen   VALUE 1.
            88 PlayerFileClosed VALUE 0.
        01 WS-PlayerName PIC X(30).
        01 WS-LookupInitials PIC X(3).
        01 WS-ReportDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-RankDisp PIC Z9.
            IF WS-EntryCount = 0 THEN
                PERFORM WriteEmptyLine
            END-IF.
            PERFORM ReportSprintBoard.
            IF PlayerFileOpen THEN
                CLOSE PlayerFile
            END-IF.
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "ENTRIES=" WS-EntryCount
                 " SPRINT=" WS-SprintCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)

        WriteDetailLine.
            MOVE HS-Rank TO WS-RankDisp.
            MOVE HS-Initials TO WS-LookupInitials.
            PERFORM LookupPlayerName.
            MOVE SPACES TO WS-Line.
            STRING WS-RankDisp "    " HS-Initials "       "
        LookupPlayerName.
            MOVE SPACES TO WS-PlayerName.
            IF PlayerFileOpen THEN
                MOVE WS-LookupInitials TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        MOVE "(unregistered)" TO WS-PlayerName
                END-READ
            END-IF.

        ReportSprintBoard.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE SPRINT LEADERBOARD (RANKED BY SCORE)"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            OPEN INPUT SprintFile.
            IF WS-SprintStatus = "05" THEN
                MOVE "00" TO WS-SprintStatus
            ELSE
                IF WS-SprintStatus NOT = "00"
                 AND WS-SprintStatus NOT = "35" THEN
                    DISPLAY "Cannot open SPRINT.DAT, status "
                     WS-SprintStatus
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
            MOVE LOW-VALUES TO WS-PrevSprintClass.
            IF WS-SprintStatus = "00" THEN
                PERFORM UNTIL WS-SprintStatus NOT = "00"
                    READ SprintFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SprintStatus
                        NOT AT END
                            ADD 1 TO WS-SprintCount
                            IF SP-Class NOT = WS-PrevSprintClass THEN
                                MOVE SP-Class TO WS-PrevSprintClass
                                PERFORM WriteSprintClassHeader
                            END-IF
                            PERFORM WriteSprintDetailLine
                    END-READ
                END-PERFORM
                CLOSE SprintFile
            END-IF.
            IF WS-SprintCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "(no sprint scores recorded yet)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        WriteSprintClassHeader.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SPRINT CLASS: BOARD " SP-Width " X " SP-Height
             " SPEED " SP-Speed " LIMIT " SP-Limit " SECONDS"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "RANK  INITIALS  PLAYER NAME                "
             "SCORE  LENGTH  DURATION(MS)  DATE"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "----  --------  -------------------------  "
             "-----  ------  ------------  --------"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteSprintDetailLine.
            MOVE SP-Rank TO WS-RankDisp.
            MOVE SP-Initials TO WS-LookupInitials.
            PERFORM LookupPlayerName.
            MOVE SPACES TO WS-Line.
            STRING WS-RankDisp "    " SP-Initials "       "
             WS-PlayerName(1:25) "  " SP-Score "  " SP-Length
             "     " SP-Duration "  " SP-Date
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteEmptyLine.
            MOVE SPACES TO WS-Line.
            STRING "(no high scores recorded yet)" DELIMITED BY SIZE
