        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakelive.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL LiveFile ASSIGN TO "LIVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-Id
                FILE STATUS IS WS-LiveStatus.
            SELECT ReportFile ASSIGN TO "SNAKELIVE.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD LiveFile.
            COPY "LiveRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-LiveStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-ParmWord PIC X(20).
        01 WS-ParmPtr PIC 99.
        01 WS-Line PIC X(100).
        01 WS-Key PIC X VALUE SPACE.
        01 WS-OnceFlag PIC 9 VALUE 0.
            88 OnceMode    VALUE 1.
            88 WatchMode   VALUE 0.
        01 WS-QuitFlag PIC 9 VALUE 0.
            88 QuitWanted    VALUE 1.
            88 QuitNotWanted VALUE 0.
        01 WS-StaleSecs PIC 9(5) VALUE 60.
        01 WS-EverySecs PIC 99 VALUE 5.
        01 WS-SleepSecs PIC 9 VALUE 1.
        01 WS-Waited PIC 99.
        01 WS-Now PIC X(21).
        01 WS-NowSecs PIC 9(12).
        01 WS-BeatSecs PIC 9(12).
        01 WS-Age PIC 9(7).
        01 WS-Hours PIC 999.
        01 WS-Minutes PIC 99.
        01 WS-Seconds PIC 99.
        01 WS-ElapsedText PIC X(9).
        01 WS-AgeText PIC ZZZZZZ9.
        01 WS-ModeText PIC X(6).
        01 WS-StateText PIC X(7).
        01 WS-PlayersText PIC X(7).
        01 WS-GameCount PIC 999 VALUE ZERO.
        01 WS-StaleCount PIC 999 VALUE ZERO.
        01 WS-Refreshes PIC 9(5) VALUE ZERO.
        01 CmdRawMode    PIC X(32) VALUE
            "stty -echo -icanon min 0 time 0".
        01 CmdCookedMode PIC X(16) VALUE "stty echo icanon".
        PROCEDURE DIVISION.

        Main.
            PERFORM ReadParm.
            IF OnceMode THEN
                OPEN OUTPUT ReportFile
                PERFORM ShowPanel
                CLOSE ReportFile
                IF WS-StaleCount > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            CALL "SYSTEM" USING CmdRawMode.
            PERFORM UNTIL QuitWanted
                DISPLAY X"1b" "[2J" X"1b" "[H"
                PERFORM ShowPanel
                DISPLAY " "
                DISPLAY "Refreshing every " WS-EverySecs
                 " seconds - press Q to quit"
                PERFORM WaitForRefresh
            END-PERFORM.
            CALL "SYSTEM" USING CmdCookedMode.
            STOP RUN.

        ReadParm.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE FUNCTION UPPER-CASE(WS-Parm) TO WS-Parm.
            MOVE 1 TO WS-ParmPtr.
            PERFORM UNTIL WS-ParmPtr > 80
                MOVE SPACES TO WS-ParmWord
                UNSTRING WS-Parm DELIMITED BY ALL SPACE
                 INTO WS-ParmWord WITH POINTER WS-ParmPtr
                END-UNSTRING
                EVALUATE True
                    WHEN WS-ParmWord = "ONCE"
                        SET OnceMode TO True
                    WHEN WS-ParmWord(1:6) = "STALE="
                     AND FUNCTION TRIM(WS-ParmWord(7:5)) IS NUMERIC
                        COMPUTE WS-StaleSecs =
                         FUNCTION NUMVAL(WS-ParmWord(7:5))
                    WHEN WS-ParmWord(1:6) = "EVERY="
                     AND FUNCTION TRIM(WS-ParmWord(7:2)) IS NUMERIC
                        COMPUTE WS-EverySecs =
                         FUNCTION NUMVAL(WS-ParmWord(7:2))
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
            IF WS-EverySecs = 0 THEN
                MOVE 5 TO WS-EverySecs
            END-IF.
            IF WS-StaleSecs = 0 THEN
                MOVE 60 TO WS-StaleSecs
            END-IF.

        WaitForRefresh.
            MOVE ZERO TO WS-Waited.
            PERFORM UNTIL WS-Waited >= WS-EverySecs OR QuitWanted
                CALL "C$SLEEP" USING WS-SleepSecs
                ADD 1 TO WS-Waited
                MOVE SPACE TO WS-Key
                ACCEPT WS-Key
                    WITH SIZE 1
                    WITH AUTO
                END-ACCEPT
                IF WS-Key = "Q" OR WS-Key = "q" THEN
                    SET QuitWanted TO True
                END-IF
            END-PERFORM.

        ShowPanel.
            ADD 1 TO WS-Refreshes.
            MOVE ZERO TO WS-GameCount WS-StaleCount.
            MOVE FUNCTION CURRENT-DATE TO WS-Now.
            COMPUTE WS-NowSecs =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Now(1:8)))
             * 86400
             + FUNCTION NUMVAL(WS-Now(9:2)) * 3600
             + FUNCTION NUMVAL(WS-Now(11:2)) * 60
             + FUNCTION NUMVAL(WS-Now(13:2)).
            MOVE SPACES TO WS-Line.
            STRING "SNAKE LIVE GAMES - " WS-Now(1:4) "-" WS-Now(5:2)
             "-" WS-Now(7:2) " " WS-Now(9:2) ":" WS-Now(11:2) ":"
             WS-Now(13:2) "   STALE AFTER " WS-StaleSecs " SECONDS"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SESSION         MODE   PLAYERS CLASS       "
             "MAZE     LEN SCORE LV   ELAPSED BEAT       AGE STATE"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            OPEN INPUT LiveFile.
            IF WS-LiveStatus = "00" THEN
                PERFORM UNTIL WS-LiveStatus NOT = "00"
                    READ LiveFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-LiveStatus
                        NOT AT END
                            PERFORM ShowGame
                    END-READ
                END-PERFORM
                CLOSE LiveFile
            ELSE
                IF WS-LiveStatus = "05" THEN
                    CLOSE LiveFile
                END-IF
            END-IF.
            MOVE SPACES TO WS-Line.
            IF WS-GameCount = 0 THEN
                STRING "(no games in progress)"
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                STRING "GAMES=" WS-GameCount
                 " STALE=" WS-StaleCount
                 DELIMITED BY SIZE INTO WS-Line
            END-IF.
            PERFORM EmitLine.
            IF WS-StaleCount > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "*** " WS-StaleCount " GAME(S) WITH NO "
                 "HEARTBEAT FOR OVER " WS-StaleSecs " SECONDS - "
                 "CHECK FOR A HUNG OR CANCELLED JOB ***"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        ShowGame.
            ADD 1 TO WS-GameCount.
            MOVE ZERO TO WS-Age.
            IF LV-BeatDate IS NUMERIC AND LV-BeatTime IS NUMERIC THEN
                COMPUTE WS-BeatSecs =
                 FUNCTION INTEGER-OF-DATE(LV-BeatDate) * 86400
                 + FUNCTION INTEGER(LV-BeatTime / 10000) * 3600
                 + FUNCTION MOD(FUNCTION INTEGER(LV-BeatTime / 100),
                   100) * 60
                 + FUNCTION MOD(LV-BeatTime, 100)
                IF WS-NowSecs > WS-BeatSecs THEN
                    COMPUTE WS-Age = WS-NowSecs - WS-BeatSecs
                END-IF
            END-IF.
            EVALUATE True
                WHEN WS-Age > WS-StaleSecs
                    MOVE "STALE" TO WS-StateText
                    ADD 1 TO WS-StaleCount
                WHEN LV-Paused
                    MOVE "PAUSED" TO WS-StateText
                WHEN OTHER
                    MOVE "RUNNING" TO WS-StateText
            END-EVALUATE.
            EVALUATE True
                WHEN LV-ModeBatch       MOVE "BATCH" TO WS-ModeText
                WHEN LV-ModeTwoPlayer   MOVE "2P" TO WS-ModeText
                WHEN LV-ModeSprint      MOVE "SPRINT" TO WS-ModeText
                WHEN OTHER              MOVE "SOLO" TO WS-ModeText
            END-EVALUATE.
            MOVE SPACES TO WS-PlayersText.
            IF LV-Opponent = SPACES THEN
                MOVE LV-Initials TO WS-PlayersText
            ELSE
                STRING LV-Initials DELIMITED BY SPACE
                 "-" LV-Opponent DELIMITED BY SIZE
                 INTO WS-PlayersText
            END-IF.
            COMPUTE WS-Hours = LV-Elapsed / 3600.
            COMPUTE WS-Minutes = FUNCTION MOD(LV-Elapsed / 60, 60).
            COMPUTE WS-Seconds = FUNCTION MOD(LV-Elapsed, 60).
            MOVE SPACES TO WS-ElapsedText.
            STRING WS-Hours ":" WS-Minutes ":" WS-Seconds
             DELIMITED BY SIZE INTO WS-ElapsedText.
            MOVE WS-Age TO WS-AgeText.
            MOVE SPACES TO WS-Line.
            STRING LV-Id " " WS-ModeText " " WS-PlayersText " "
             LV-Width "x" LV-Height "x" LV-Speed " " LV-Maze " "
             LV-Length " " LV-Score " " LV-Level " " WS-ElapsedText
             " " LV-BeatTime(1:2) ":" LV-BeatTime(3:2) ":"
             LV-BeatTime(5:2) " " WS-AgeText " " WS-StateText
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF LV-ModeTwoPlayer THEN
                MOVE SPACES TO WS-Line
                STRING "                       " LV-Opponent
                 "                                  "
                 LV-Length2 " " LV-Score2
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "GAMES=" WS-GameCount " STALE=" WS-StaleCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKELIVE" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        EmitLine.
            IF OnceMode THEN
                WRITE ReportLine FROM WS-Line
            END-IF.
            DISPLAY WS-Line.
