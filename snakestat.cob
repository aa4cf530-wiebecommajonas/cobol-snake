                03 MS-SumLength   PIC 9(8).
                03 MS-BestLength  PIC 9(3).
                03 MS-SumDuration PIC 9(15).
                03 MS-Sprint      PIC 9(5).
                03 MS-SprintBest  PIC 9(5).
        01 WS-SwapMonth.
            02 WSM-Month       PIC 9(6).
            02 WSM-Games       PIC 9(5).
            02 WSM-SumLength   PIC 9(8).
            02 WSM-BestLength  PIC 9(3).
            02 WSM-SumDuration PIC 9(15).
            02 WSM-Sprint      PIC 9(5).
            02 WSM-SprintBest  PIC 9(5).
        01 WS-RecMonth PIC 9(6).
        01 WS-MonthIdx PIC 999.
        01 WS-MonthIdx2 PIC 999.
        01 WS-InterDisp PIC ZZZZ9.
        01 WS-TwoPDisp PIC ZZZZ9.
        01 WS-BestDisp PIC ZZ9.
        01 WS-SprintDisp PIC ZZZZ9.
        01 WS-SprintBestDisp PIC ZZZZ9.
        01 WS-RegularGames PIC 9(5).
        01 WS-TotalGames PIC 9(7) VALUE ZERO.
        PROCEDURE DIVISION.

            MOVE RollupRecord(32:8) TO MS-SumLength(MonthCount).
            MOVE RollupRecord(41:3) TO MS-BestLength(MonthCount).
            MOVE RollupRecord(45:15) TO MS-SumDuration(MonthCount).
            MOVE ZEROS TO MS-Sprint(MonthCount)
             MS-SprintBest(MonthCount).
            IF RollupRecord(61:5) IS NUMERIC THEN
                MOVE RollupRecord(61:5) TO MS-Sprint(MonthCount)
            END-IF.
            IF RollupRecord(67:5) IS NUMERIC THEN
                MOVE RollupRecord(67:5) TO MS-SprintBest(MonthCount)
            END-IF.
            ADD MS-Games(MonthCount) TO WS-TotalGames.

        TallyRecord.
                 MS-TwoPlayer(WS-MonthIdx) MS-SumLength(WS-MonthIdx)
                 MS-BestLength(WS-MonthIdx)
                 MS-SumDuration(WS-MonthIdx)
                 MS-Sprint(WS-MonthIdx) MS-SprintBest(WS-MonthIdx)
            END-IF.
            ADD 1 TO MS-Games(WS-MonthIdx).
            ADD 1 TO WS-TotalGames.
            IF GH-ModeSprint THEN
                ADD 1 TO MS-Sprint(WS-MonthIdx)
                IF GH-Score > MS-SprintBest(WS-MonthIdx) THEN
                    MOVE GH-Score TO MS-SprintBest(WS-MonthIdx)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            EVALUATE GH-Mode
                WHEN "B" ADD 1 TO MS-Batch(WS-MonthIdx)
                WHEN "T" ADD 1 TO MS-TwoPlayer(WS-MonthIdx)
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "MONTH   GAMES  AVGLEN  BEST  AVGDUR(MS)"
             "  BATCH  INTER  2PLAY  SPRINT  SPRBEST"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "------  -----  ------  ----  ----------"
             "  -----  -----  -----  ------  -------"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteMonthLine.
            COMPUTE WS-RegularGames = MS-Games(MonthI) -
             MS-Sprint(MonthI).
            IF WS-RegularGames > 0 THEN
                COMPUTE WS-AvgLength ROUNDED =
                 MS-SumLength(MonthI) / WS-RegularGames
                COMPUTE WS-AvgDuration ROUNDED =
                 MS-SumDuration(MonthI) / WS-RegularGames
            ELSE
                MOVE ZERO TO WS-AvgLength WS-AvgDuration
            END-IF.
            MOVE WS-AvgLength TO WS-AvgLengthDisp.
            MOVE WS-AvgDuration TO WS-AvgDurationDisp.
            MOVE MS-Games(MonthI) TO WS-GamesDisp.
            MOVE MS-Interactive(MonthI) TO WS-InterDisp.
            MOVE MS-TwoPlayer(MonthI) TO WS-TwoPDisp.
            MOVE MS-BestLength(MonthI) TO WS-BestDisp.
            MOVE MS-Sprint(MonthI) TO WS-SprintDisp.
            MOVE MS-SprintBest(MonthI) TO WS-SprintBestDisp.
            MOVE SPACES TO WS-Line.
            STRING MS-Month(MonthI) "  " WS-GamesDisp " "
             WS-AvgLengthDisp "   " WS-BestDisp "  " WS-AvgDurationDisp
             " " WS-BatchDisp " " WS-InterDisp " " WS-TwoPDisp
             "   " WS-SprintDisp "    " WS-SprintBestDisp
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

