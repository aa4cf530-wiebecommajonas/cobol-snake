        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakeheat.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL ReplayLogFile ASSIGN TO "SNAKE.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReplayLogStatus.
            SELECT OPTIONAL LogArchFile ASSIGN TO "SNAKELOG.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogArchStatus.
            SELECT OPTIONAL MazeLibFile ASSIGN TO "MAZELIB.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ML-Key
                FILE STATUS IS WS-MazeLibStatus.
            SELECT ReportFile ASSIGN TO "SNAKEHEAT.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD ReplayLogFile.
        01 ReplayLogRecord PIC X(80).
        FD LogArchFile.
        01 LogArchRecord PIC X(80).
        FD MazeLibFile.
            COPY "MazeLibRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(210).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-ReplayLogStatus PIC XX.
        01 WS-LogArchStatus PIC XX.
        01 WS-MazeLibStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-ParmTokens.
            02 WS-ParmToken PIC X(20) OCCURS 4 TIMES.
        01 WS-ParmIdx PIC 9.
        01 WS-ParmWidth PIC 999 VALUE ZERO.
        01 WS-ParmHeight PIC 999 VALUE ZERO.
        01 WS-ParmMaze PIC X(8) VALUE SPACES.
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(210).
        01 WS-LogLine PIC X(80).
        01 WS-PassFlag PIC 9 VALUE 0.
            88 CataloguePass VALUE 0.
            88 HeatPass      VALUE 1.
        01 Groups.
            02 GroupCount PIC 99 VALUE ZERO.
            02 GroupEntry OCCURS 30 TIMES INDEXED BY GrpI GrpJ.
                03 GR-Width    PIC 999.
                03 GR-Height   PIC 999.
                03 GR-Maze     PIC X(8).
                03 GR-Sessions PIC 9(5).
                03 GR-Frames   PIC 9(7).
                03 GR-MaxX     PIC 999.
                03 GR-MaxY     PIC 999.
        01 WS-GroupsFullFlag PIC 9 VALUE 0.
            88 GroupsFull    VALUE 1.
            88 GroupsNotFull VALUE 0.
        01 WS-SessionsSkipped PIC 9(5) VALUE ZERO.
        01 WS-SessionsRead PIC 9(5) VALUE ZERO.
        01 SessionBlock.
            02 SB-OpenFlag PIC 9 VALUE 0.
                88 SB-Open   VALUE 1.
                88 SB-Closed VALUE 0.
            02 SB-Group    PIC 99.
            02 SB-Width    PIC 999.
            02 SB-Height   PIC 999.
            02 SB-Maze     PIC X(8).
            02 SB-TwoFlag  PIC 9.
                88 SB-TwoPlayer VALUE 1.
                88 SB-OnePlayer VALUE 0.
            02 SB-HeadFlag PIC 9.
                88 SB-HaveHead VALUE 1.
                88 SB-NoHead   VALUE 0.
            02 SB-LastX    PIC 999.
            02 SB-LastY    PIC 999.
            02 SB-End      PIC X(4).
        01 WS-FrameX PIC 999.
        01 WS-FrameY PIC 999.
        01 WS-FrameP2Flag PIC 9.
            88 FrameP2 VALUE 1.
            88 FrameP1 VALUE 0.
        01 WS-GridWidth PIC 999.
        01 WS-GridHeight PIC 999.
        01 HeatGrid.
            02 HeatRow OCCURS 200 TIMES.
                03 HeatCell PIC 9(7) OCCURS 200 TIMES.
        01 DeathGrid.
            02 DeathRow OCCURS 200 TIMES.
                03 DeathCell OCCURS 200 TIMES.
                    04 DeathCount PIC 9(5) OCCURS 3 TIMES.
        01 ObstGrid.
            02 ObstRow OCCURS 200 TIMES.
                03 ObstCell PIC 9 OCCURS 200 TIMES.
        01 DeathTotals.
            02 DeathTotal PIC 9(5) OCCURS 3 TIMES.
        01 DeathNames.
            02 FILLER PIC X(4) VALUE "WALL".
            02 FILLER PIC X(4) VALUE "SELF".
            02 FILLER PIC X(4) VALUE "OBST".
        01 DeathNameTable REDEFINES DeathNames.
            02 DeathName PIC X(4) OCCURS 3 TIMES.
        01 WS-Reason PIC 9.
        01 WS-X PIC 999.
        01 WS-Y PIC 999.
        01 WS-Col PIC 999.
        01 WS-Tens PIC 99.
        01 WS-Level PIC 9.
        01 WS-HeatMax PIC 9(7).
        01 WS-HotX PIC 999.
        01 WS-HotY PIC 999.
        01 WS-DeathMax PIC 9(5).
        01 WS-DeadX PIC 999.
        01 WS-DeadY PIC 999.
        01 WS-OpenCells PIC 9(5).
        01 WS-ColdCells PIC 9(5).
        01 WS-ObstCount PIC 9(5).
        01 WS-Unplaced PIC 9(5).
        01 WS-OutsideFrames PIC 9(7).
        01 WS-MazeFoundFlag PIC 9.
            88 MazeFound    VALUE 1.
            88 MazeNotFound VALUE 0.
        01 WS-GroupsReported PIC 99 VALUE ZERO.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            PERFORM ParseParm.
            OPEN OUTPUT ReportFile.
            MOVE SPACES TO WS-Line.
            STRING "BOARD HEATMAP AND DEATH LOCATIONS - RUN DATE "
             WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            SET CataloguePass TO True.
            PERFORM ScanLogs.
            IF GroupCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "NO MATCHING SESSIONS IN SNAKE.LOG OR "
                 "SNAKELOG.ARC"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM ReportGroup VARYING GrpI FROM 1 BY 1
             UNTIL GrpI > GroupCount.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SESSIONS READ=" WS-SessionsRead
             " BOARDS/MAZES REPORTED=" WS-GroupsReported
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF GroupsFull THEN
                MOVE SPACES TO WS-Line
                STRING "MORE THAN 30 BOARDS/MAZES - "
                 WS-SessionsSkipped " SESSIONS NOT REPORTED, "
                 "USE PARM MAZE= OR WIDTH=/HEIGHT="
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE ReportFile.
            PERFORM WriteRunStatus.
            STOP RUN.

        ParseParm.
            IF WS-Parm = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-ParmTokens.
            UNSTRING WS-Parm DELIMITED BY ALL SPACE
             INTO WS-ParmToken(1) WS-ParmToken(2)
              WS-ParmToken(3) WS-ParmToken(4).
            PERFORM VARYING WS-ParmIdx FROM 1 BY 1 UNTIL
             WS-ParmIdx > 4
                IF WS-ParmToken(WS-ParmIdx)(1:5) = "MAZE=" THEN
                    MOVE WS-ParmToken(WS-ParmIdx)(6:8) TO WS-ParmMaze
                END-IF
                IF WS-ParmToken(WS-ParmIdx)(1:6) = "WIDTH="
                 AND WS-ParmToken(WS-ParmIdx)(7:3) IS NUMERIC THEN
                    MOVE WS-ParmToken(WS-ParmIdx)(7:3) TO
                     WS-ParmWidth
                END-IF
                IF WS-ParmToken(WS-ParmIdx)(1:7) = "HEIGHT="
                 AND WS-ParmToken(WS-ParmIdx)(8:3) IS NUMERIC THEN
                    MOVE WS-ParmToken(WS-ParmIdx)(8:3) TO
                     WS-ParmHeight
                END-IF
            END-PERFORM.

        ScanLogs.
            SET SB-Closed TO True.
            OPEN INPUT ReplayLogFile.
            IF WS-ReplayLogStatus = "05" THEN
                CLOSE ReplayLogFile
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
            SET SB-Closed TO True.
            OPEN INPUT LogArchFile.
            IF WS-LogArchStatus = "05" THEN
                CLOSE LogArchFile
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
                PERFORM StartSession
                EXIT PARAGRAPH
            END-IF.
            IF SB-Closed THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:6) = "CLOCK=" THEN
                PERFORM TakeFrame
                EXIT PARAGRAPH
            END-IF.
            IF WS-LogLine(1:23) = "=== SESSION END REASON=" THEN
                MOVE WS-LogLine(24:4) TO SB-End
                SET SB-Closed TO True
                IF HeatPass THEN
                    PERFORM PlaceDeath
                END-IF
            END-IF.

        StartSession.
            SET SB-Open TO True.
            SET SB-OnePlayer TO True.
            SET SB-NoHead TO True.
            MOVE ZERO TO SB-Group SB-Width SB-Height.
            MOVE SPACES TO SB-Maze SB-End.
            IF WS-LogLine(52:3) = " W=" AND WS-LogLine(55:3) IS NUMERIC
             AND WS-LogLine(58:3) = " H="
             AND WS-LogLine(61:3) IS NUMERIC THEN
                MOVE WS-LogLine(55:3) TO SB-Width
                MOVE WS-LogLine(61:3) TO SB-Height
                IF WS-LogLine(64:6) = " MAZE=" THEN
                    MOVE WS-LogLine(70:8) TO SB-Maze
                END-IF
            END-IF.
            IF WS-ParmMaze NOT = SPACES
             AND SB-Maze NOT = WS-ParmMaze THEN
                SET SB-Closed TO True
                EXIT PARAGRAPH
            END-IF.
            IF (WS-ParmWidth > 0 AND SB-Width NOT = WS-ParmWidth)
             OR (WS-ParmHeight > 0
             AND SB-Height NOT = WS-ParmHeight) THEN
                SET SB-Closed TO True
                EXIT PARAGRAPH
            END-IF.
            IF CataloguePass THEN
                ADD 1 TO WS-SessionsRead
                PERFORM FindGroup
                IF SB-Group = 0 THEN
                    ADD 1 TO WS-SessionsSkipped
                    SET SB-Closed TO True
                ELSE
                    ADD 1 TO GR-Sessions(SB-Group)
                END-IF
            ELSE
                IF SB-Width NOT = GR-Width(GrpI)
                 OR SB-Height NOT = GR-Height(GrpI)
                 OR SB-Maze NOT = GR-Maze(GrpI) THEN
                    SET SB-Closed TO True
                END-IF
            END-IF.

        FindGroup.
            PERFORM VARYING GrpJ FROM 1 BY 1 UNTIL GrpJ > GroupCount
                IF GR-Width(GrpJ) = SB-Width
                 AND GR-Height(GrpJ) = SB-Height
                 AND GR-Maze(GrpJ) = SB-Maze THEN
                    SET SB-Group TO GrpJ
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF GroupCount >= 30 THEN
                SET GroupsFull TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO GroupCount.
            MOVE SB-Width TO GR-Width(GroupCount).
            MOVE SB-Height TO GR-Height(GroupCount).
            MOVE SB-Maze TO GR-Maze(GroupCount).
            MOVE ZERO TO GR-Sessions(GroupCount) GR-Frames(GroupCount)
             GR-MaxX(GroupCount) GR-MaxY(GroupCount).
            MOVE GroupCount TO SB-Group.

        TakeFrame.
            MOVE ZERO TO WS-FrameX WS-FrameY.
            IF WS-LogLine(23:3) = "P2-" THEN
                SET FrameP2 TO True
                SET SB-TwoPlayer TO True
                IF WS-LogLine(41:3) IS NUMERIC
                 AND WS-LogLine(54:3) IS NUMERIC THEN
                    MOVE WS-LogLine(41:3) TO WS-FrameX
                    MOVE WS-LogLine(54:3) TO WS-FrameY
                END-IF
            ELSE
                SET FrameP1 TO True
                IF WS-LogLine(35:3) IS NUMERIC
                 AND WS-LogLine(45:3) IS NUMERIC THEN
                    MOVE WS-LogLine(35:3) TO WS-FrameX
                    MOVE WS-LogLine(45:3) TO WS-FrameY
                END-IF
            END-IF.
            IF CataloguePass THEN
                ADD 1 TO GR-Frames(SB-Group)
                IF WS-FrameX > GR-MaxX(SB-Group)
                 AND WS-FrameX <= 200 THEN
                    MOVE WS-FrameX TO GR-MaxX(SB-Group)
                END-IF
                IF WS-FrameY > GR-MaxY(SB-Group)
                 AND WS-FrameY <= 200 THEN
                    MOVE WS-FrameY TO GR-MaxY(SB-Group)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF FrameP1 THEN
                SET SB-HaveHead TO True
                MOVE WS-FrameX TO SB-LastX
                MOVE WS-FrameY TO SB-LastY
            END-IF.
            IF WS-FrameX >= 1 AND WS-FrameX <= WS-GridWidth
             AND WS-FrameY >= 1 AND WS-FrameY <= WS-GridHeight THEN
                ADD 1 TO HeatCell(WS-FrameY WS-FrameX)
                IF HeatCell(WS-FrameY WS-FrameX) > WS-HeatMax THEN
                    MOVE HeatCell(WS-FrameY WS-FrameX) TO WS-HeatMax
                    MOVE WS-FrameX TO WS-HotX
                    MOVE WS-FrameY TO WS-HotY
                END-IF
            ELSE
                ADD 1 TO WS-OutsideFrames
            END-IF.

        PlaceDeath.
            EVALUATE SB-End
                WHEN "WALL" MOVE 1 TO WS-Reason
                WHEN "SELF" MOVE 2 TO WS-Reason
                WHEN "OBST" MOVE 3 TO WS-Reason
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            IF SB-TwoPlayer OR SB-NoHead THEN
                ADD 1 TO WS-Unplaced
                EXIT PARAGRAPH
            END-IF.
            MOVE SB-LastX TO WS-X.
            MOVE SB-LastY TO WS-Y.
            IF WS-X < 1 THEN
                MOVE 1 TO WS-X
            END-IF.
            IF WS-X > WS-GridWidth THEN
                MOVE WS-GridWidth TO WS-X
            END-IF.
            IF WS-Y < 1 THEN
                MOVE 1 TO WS-Y
            END-IF.
            IF WS-Y > WS-GridHeight THEN
                MOVE WS-GridHeight TO WS-Y
            END-IF.
            ADD 1 TO DeathCount(WS-Y WS-X WS-Reason).
            ADD 1 TO DeathTotal(WS-Reason).

        ReportGroup.
            MOVE GR-Width(GrpI) TO WS-GridWidth.
            MOVE GR-Height(GrpI) TO WS-GridHeight.
            IF WS-GridWidth = 0 OR WS-GridHeight = 0 THEN
                MOVE GR-MaxX(GrpI) TO WS-GridWidth
                MOVE GR-MaxY(GrpI) TO WS-GridHeight
            END-IF.
            IF WS-GridWidth < 3 THEN
                MOVE 3 TO WS-GridWidth
            END-IF.
            IF WS-GridHeight < 3 THEN
                MOVE 3 TO WS-GridHeight
            END-IF.
            IF WS-GridWidth > 200 THEN
                MOVE 200 TO WS-GridWidth
            END-IF.
            IF WS-GridHeight > 200 THEN
                MOVE 200 TO WS-GridHeight
            END-IF.
            MOVE ZEROS TO HeatGrid DeathGrid ObstGrid DeathTotals.
            MOVE ZERO TO WS-HeatMax WS-HotX WS-HotY WS-Unplaced
             WS-OutsideFrames WS-ObstCount.
            ADD 1 TO WS-GroupsReported.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            IF GR-Width(GrpI) = 0 THEN
                STRING "BOARD NOT RECORDED (OLDER SESSIONS) - "
                 "EXTENT SEEN " WS-GridWidth " X " WS-GridHeight
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                IF GR-Maze(GrpI) = SPACES THEN
                    STRING "BOARD " GR-Width(GrpI) " X "
                     GR-Height(GrpI) " - NO MAZE"
                     DELIMITED BY SIZE INTO WS-Line
                ELSE
                    STRING "BOARD " GR-Width(GrpI) " X "
                     GR-Height(GrpI) " - MAZE " GR-Maze(GrpI)
                     DELIMITED BY SIZE INTO WS-Line
                END-IF
            END-IF.
            PERFORM EmitLine.
            IF GR-Maze(GrpI) NOT = SPACES THEN
                PERFORM LoadMazeOverlay
            END-IF.
            SET HeatPass TO True.
            PERFORM ScanLogs.
            SET CataloguePass TO True.
            MOVE SPACES TO WS-Line.
            STRING "SESSIONS " GR-Sessions(GrpI)
             "  HEAD MOVES " GR-Frames(GrpI)
             "  OFF-BOARD " WS-OutsideFrames
             "  MAZELIB CELLS " WS-ObstCount
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM PrintHeatGrid.
            PERFORM VARYING WS-Reason FROM 1 BY 1 UNTIL WS-Reason > 3
                IF DeathTotal(WS-Reason) > 0 THEN
                    PERFORM PrintDeathGrid
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-Line.
            STRING "GAME ENDS PLACED  WALL " DeathTotal(1)
             "  SELF " DeathTotal(2)
             "  OBST " DeathTotal(3)
             "  NOT PLACED (TWO-PLAYER) " WS-Unplaced
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        LoadMazeOverlay.
            SET MazeNotFound TO True.
            OPEN INPUT MazeLibFile.
            IF WS-MazeLibStatus NOT = "00" THEN
                IF WS-MazeLibStatus = "05" THEN
                    CLOSE MazeLibFile
                END-IF
                MOVE SPACES TO WS-Line
                STRING "MAZELIB.DAT not available, status "
                 WS-MazeLibStatus " - no obstacle overlay"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                EXIT PARAGRAPH
            END-IF.
            MOVE GR-Maze(GrpI) TO ML-Name.
            MOVE ZEROS TO ML-Seq.
            START MazeLibFile KEY NOT < ML-Key
                INVALID KEY
                    MOVE "23" TO WS-MazeLibStatus
            END-START.
            PERFORM UNTIL WS-MazeLibStatus NOT = "00"
                READ MazeLibFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-MazeLibStatus
                    NOT AT END
                        IF ML-Name NOT = GR-Maze(GrpI) THEN
                            MOVE "10" TO WS-MazeLibStatus
                        ELSE
                            SET MazeFound TO True
                            IF ML-Seq > 0
                             AND ML-X >= 1 AND ML-X <= WS-GridWidth
                             AND ML-Y >= 1
                             AND ML-Y <= WS-GridHeight THEN
                                IF ObstCell(ML-Y ML-X) = 0 THEN
                                    MOVE 1 TO ObstCell(ML-Y ML-X)
                                    ADD 1 TO WS-ObstCount
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MazeLibFile.
            IF MazeNotFound THEN
                MOVE SPACES TO WS-Line
                STRING "MAZE " GR-Maze(GrpI)
                 " NO LONGER IN MAZELIB.DAT - no obstacle overlay"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        PrintRuler.
            MOVE SPACES TO WS-Line.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-GridWidth
                COMPUTE WS-Col = WS-X + 4
                IF FUNCTION MOD(WS-X, 10) = 0 THEN
                    COMPUTE WS-Tens = WS-X / 10
                    COMPUTE WS-Level = FUNCTION MOD(WS-Tens, 10)
                    MOVE WS-Level TO WS-Line(WS-Col:1)
                END-IF
            END-PERFORM.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-GridWidth
                COMPUTE WS-Col = WS-X + 4
                COMPUTE WS-Level = FUNCTION MOD(WS-X, 10)
                MOVE WS-Level TO WS-Line(WS-Col:1)
            END-PERFORM.
            PERFORM EmitLine.

        PrintHeatGrid.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "HEAD VISITS  1-9 = SHARE OF BUSIEST CELL ("
             WS-HeatMax " AT " WS-HotX "," WS-HotY
             ")  . = NEVER VISITED  # = MAZE WALL"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM PrintRuler.
            MOVE ZERO TO WS-OpenCells WS-ColdCells.
            PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-GridHeight
                MOVE SPACES TO WS-Line
                MOVE WS-Y TO WS-Line(1:3)
                PERFORM VARYING WS-X FROM 1 BY 1 UNTIL
                 WS-X > WS-GridWidth
                    COMPUTE WS-Col = WS-X + 4
                    IF ObstCell(WS-Y WS-X) = 1 THEN
                        MOVE "#" TO WS-Line(WS-Col:1)
                    ELSE
                        ADD 1 TO WS-OpenCells
                        IF HeatCell(WS-Y WS-X) = 0 THEN
                            ADD 1 TO WS-ColdCells
                            MOVE "." TO WS-Line(WS-Col:1)
                        ELSE
                            COMPUTE WS-Level =
                             (HeatCell(WS-Y WS-X) * 9 + WS-HeatMax - 1)
                             / WS-HeatMax
                            MOVE WS-Level TO WS-Line(WS-Col:1)
                        END-IF
                    END-IF
                END-PERFORM
                PERFORM EmitLine
            END-PERFORM.
            MOVE SPACES TO WS-Line.
            STRING "OPEN CELLS " WS-OpenCells
             "  NEVER VISITED " WS-ColdCells
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        PrintDeathGrid.
            MOVE ZERO TO WS-DeathMax WS-DeadX WS-DeadY.
            PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-GridHeight
                PERFORM VARYING WS-X FROM 1 BY 1 UNTIL
                 WS-X > WS-GridWidth
                    IF DeathCount(WS-Y WS-X WS-Reason) > WS-DeathMax
                     THEN
                        MOVE DeathCount(WS-Y WS-X WS-Reason)
                         TO WS-DeathMax
                        MOVE WS-X TO WS-DeadX
                        MOVE WS-Y TO WS-DeadY
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "GAMES ENDED " DeathName(WS-Reason)
             "  1-9 = GAMES ENDED IN CELL  + = MORE THAN 9"
             "  WORST " WS-DeathMax " AT " WS-DeadX "," WS-DeadY
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM PrintRuler.
            PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-GridHeight
                MOVE SPACES TO WS-Line
                MOVE WS-Y TO WS-Line(1:3)
                PERFORM VARYING WS-X FROM 1 BY 1 UNTIL
                 WS-X > WS-GridWidth
                    COMPUTE WS-Col = WS-X + 4
                    EVALUATE TRUE
                        WHEN DeathCount(WS-Y WS-X WS-Reason) = 0
                         AND ObstCell(WS-Y WS-X) = 1
                            MOVE "#" TO WS-Line(WS-Col:1)
                        WHEN DeathCount(WS-Y WS-X WS-Reason) = 0
                            MOVE "." TO WS-Line(WS-Col:1)
                        WHEN DeathCount(WS-Y WS-X WS-Reason) > 9
                            MOVE "+" TO WS-Line(WS-Col:1)
                        WHEN OTHER
                            MOVE DeathCount(WS-Y WS-X WS-Reason)
                             TO WS-Level
                            MOVE WS-Level TO WS-Line(WS-Col:1)
                    END-EVALUATE
                END-PERFORM
                PERFORM EmitLine
            END-PERFORM.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "GRP=" WS-GroupsReported
                 " SESS=" WS-SessionsRead
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEHEAT" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
