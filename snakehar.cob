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

        LoadHistory.
            OPEN INPUT GameHistFile.
                 MS-TwoPlayer(WS-MonthIdx) MS-SumLength(WS-MonthIdx)
                 MS-BestLength(WS-MonthIdx)
                 MS-SumDuration(WS-MonthIdx)
                 MS-Sprint(WS-MonthIdx) MS-SprintBest(WS-MonthIdx)
            END-IF.
            ADD 1 TO MS-Games(WS-MonthIdx).
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
                MOVE MS-SumLength(MonthI) TO WS-Line(32:8)
                MOVE MS-BestLength(MonthI) TO WS-Line(41:3)
                MOVE MS-SumDuration(MonthI) TO WS-Line(45:15)
                MOVE MS-Sprint(MonthI) TO WS-Line(61:5)
                MOVE MS-SprintBest(MonthI) TO WS-Line(67:5)
                WRITE RollupRecord FROM WS-Line(1:80)
            END-PERFORM.
            CLOSE RollupFile.
