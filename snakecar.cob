                03 CS-EndSelf     PIC 9(5).
                03 CS-EndObstacle PIC 9(5).
                03 CS-EndOther    PIC 9(5).
                03 CS-Sprint      PIC 9(5).
                03 CS-SprintBest  PIC 9(5).
        01 WS-SwapCareer.
            02 WSC-Initials    PIC X(3).
            02 WSC-Games       PIC 9(5).
            02 WSC-EndSelf     PIC 9(5).
            02 WSC-EndObstacle PIC 9(5).
            02 WSC-EndOther    PIC 9(5).
            02 WSC-Sprint      PIC 9(5).
            02 WSC-SprintBest  PIC 9(5).
        01 WS-RecInitials PIC X(3).
        01 WS-CarIdx PIC 999.
        01 WS-CarIdx2 PIC 999.
        01 WS-SelfDisp PIC ZZZZ9.
        01 WS-ObstDisp PIC ZZZZ9.
        01 WS-OtherDisp PIC ZZZZ9.
        01 WS-SprintDisp PIC ZZZZ9.
        01 WS-SprintBestDisp PIC ZZZZ9.
        01 WS-TotalGames PIC 9(7) VALUE ZERO.
        PROCEDURE DIVISION.

                     CS-EndWall(WS-CarIdx) CS-EndSelf(WS-CarIdx)
                     CS-EndObstacle(WS-CarIdx)
                     CS-EndOther(WS-CarIdx)
                     CS-Sprint(WS-CarIdx) CS-SprintBest(WS-CarIdx)
                END-IF
            END-IF.
            ADD 1 TO WS-TotalGames.
            IF GH-ModeSprint THEN
                ADD 1 TO CS-Sprint(WS-CarIdx)
                IF GH-Score > CS-SprintBest(WS-CarIdx) THEN
                    MOVE GH-Score TO CS-SprintBest(WS-CarIdx)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO CS-Games(WS-CarIdx).
            IF GH-Length > CS-BestLength(WS-CarIdx) THEN
                MOVE GH-Length TO CS-BestLength(WS-CarIdx)
            END-IF.
             WS-CarIdx >= CareerCount
                PERFORM VARYING WS-CarIdx2 FROM 1 BY 1 UNTIL
                 WS-CarIdx2 > CareerCount - WS-CarIdx
                    IF CS-Games(WS-CarIdx2) + CS-Sprint(WS-CarIdx2) <
                     CS-Games(WS-CarIdx2 + 1) +
                     CS-Sprint(WS-CarIdx2 + 1) THEN
                        MOVE CareerEntry(WS-CarIdx2) TO WS-SwapCareer
                        MOVE CareerEntry(WS-CarIdx2 + 1) TO
                         CareerEntry(WS-CarIdx2)
            MOVE SPACES TO WS-Line.
            STRING "INI  PLAYER NAME                GAMES  BEST"
             "  AVGDUR(MS)   WALL   SELF   OBST  OTHER"
             "  SPRINT  SPRBEST"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "---  -------------------------  -----  ----"
             "  ----------  -----  -----  -----  -----"
             "  ------  -------"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        WriteCareerLine.
            PERFORM LookupPlayerName.
            IF CS-Games(CarI) > 0 THEN
                COMPUTE WS-AvgDuration ROUNDED =
                 CS-SumDuration(CarI) / CS-Games(CarI)
            ELSE
                MOVE ZERO TO WS-AvgDuration
            END-IF.
            MOVE WS-AvgDuration TO WS-AvgDurationDisp.
            MOVE CS-Games(CarI) TO WS-GamesDisp.
            MOVE CS-BestLength(CarI) TO WS-BestDisp.
            MOVE CS-EndSelf(CarI) TO WS-SelfDisp.
            MOVE CS-EndObstacle(CarI) TO WS-ObstDisp.
            MOVE CS-EndOther(CarI) TO WS-OtherDisp.
            MOVE CS-Sprint(CarI) TO WS-SprintDisp.
            MOVE CS-SprintBest(CarI) TO WS-SprintBestDisp.
            MOVE SPACES TO WS-Line.
            STRING CS-Initials(CarI) "  " WS-PlayerName(1:25) "  "
             WS-GamesDisp "   " WS-BestDisp "  " WS-AvgDurationDisp
             "  " WS-WallDisp "  " WS-SelfDisp "  " WS-ObstDisp
             "  " WS-OtherDisp "   " WS-SprintDisp "    "
             WS-SprintBestDisp
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

