        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakexpt.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL RollupFile ASSIGN TO "GAMEHSUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RollupStatus.
            SELECT OPTIONAL DailyFile ASSIGN TO "DAILYCHL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DailyStatus.
            SELECT OPTIONAL TournFile ASSIGN TO "TOURNMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TournStatus.
            SELECT CsvFile ASSIGN TO DYNAMIC WS-CsvFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CsvStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD RollupFile.
        01 RollupRecord PIC X(80).
        FD DailyFile.
        01 DailyRecord PIC X(80).
        FD TournFile.
        01 TournRecord PIC X(80).
        FD CsvFile.
        01 CsvRecord PIC X(200).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-HiScoreStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-RollupStatus PIC XX.
        01 WS-DailyStatus PIC XX.
        01 WS-TournStatus PIC XX.
        01 WS-CsvStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-ParmWhat PIC X(10).
        01 WS-ParmArg1 PIC X(10).
        01 WS-ParmArg2 PIC X(10).
        01 WS-RunDate PIC 9(8).
        01 WS-CsvFileName PIC X(16).
        01 WS-CsvName PIC X(8).
        01 WS-Csv PIC X(200).
        01 WS-CsvPtr PIC 999.
        01 WS-CsvRows PIC 9(6) VALUE ZERO.
        01 WS-TotalRows PIC 9(6) VALUE ZERO.
        01 WS-RowsNote PIC X(32) VALUE SPACES.
        01 WS-RowsPtr PIC 99 VALUE 1.
        01 WS-FieldText PIC X(40).
        01 WS-FieldNum PIC 9(15).
        01 WS-NumEdit PIC Z(14)9.
        01 WS-FieldLen PIC 99.
        01 WS-FieldStart PIC 99.
        01 WS-FirstFieldFlag PIC 9.
            88 FirstField VALUE 1.
            88 NextField  VALUE 0.
        01 WS-PlayerFileFlag PIC 9 VALUE 0.
            88 PlayerFileOpen   VALUE 1.
            88 PlayerFileClosed VALUE 0.
        01 WS-PlayerName PIC X(30).
        01 WS-LookupInitials PIC X(3).
        01 WS-ClassFilter PIC X(9) VALUE SPACES.
        01 WS-FromDate PIC 9(8).
        01 WS-ToDate PIC 9(8).
        01 WS-FromMonth PIC 9(6).
        01 WS-ToMonth PIC 9(6).
        01 WS-ForDate PIC 9(8).
        01 WS-AvgLength PIC 9(5).
        01 WS-SumGames PIC 9(8).
        01 WS-SprintGames PIC 9(5).
        01 WS-SprintBest PIC 9(5).
        01 DailyBests.
            02 BestCount PIC 999 VALUE ZERO.
            02 BestEntry OCCURS 500 TIMES INDEXED BY BestI.
                03 DB-Initials PIC X(3).
                03 DB-Score    PIC 9(5).
                03 DB-Length   PIC 9(3).
                03 DB-Time     PIC 9(6).
                03 DB-Tries    PIC 9(3).
        01 WS-SwapBest PIC X(20).
        01 WS-FoundIdx PIC 999.
        01 BST2 PIC 999.
        01 BST3 PIC 999.
        01 WS-EventName PIC X(30) VALUE SPACES.
        01 WS-TournType PIC X(7) VALUE "BRACKET".
        01 Standings.
            02 StandCount PIC 99 VALUE ZERO.
            02 StandEntry OCCURS 16 TIMES INDEXED BY StI.
                03 SN-Initials PIC X(3).
                03 SN-Played   PIC 99.
                03 SN-Won      PIC 99.
                03 SN-Lost     PIC 99.
                03 SN-Points   PIC 999.
                03 SN-Pending  PIC 99.
        01 WS-SwapStand PIC X(14).
        01 STD2 PIC 99.
        01 STD3 PIC 99.
        01 WS-MatchP1 PIC X(3).
        01 WS-MatchP2 PIC X(3).
        01 WS-MatchWinner PIC X(3).
        01 WS-DataFoundFlag PIC 9 VALUE 0.
            88 InputFound   VALUE 1.
            88 InputMissing VALUE 0.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE SPACES TO WS-ParmWhat WS-ParmArg1 WS-ParmArg2.
            UNSTRING WS-Parm DELIMITED BY ALL SPACE
             INTO WS-ParmWhat WS-ParmArg1 WS-ParmArg2.
            MOVE FUNCTION UPPER-CASE(WS-ParmWhat) TO WS-ParmWhat.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "00" THEN
                SET PlayerFileOpen TO True
            END-IF.
            EVALUATE WS-ParmWhat
                WHEN "HISCORE" PERFORM ExtractHiScore
                WHEN "HISTORY" PERFORM ExtractHistory
                WHEN "DAILY"   PERFORM ExtractDaily
                WHEN "TOURN"   PERFORM ExtractTourn
                WHEN OTHER
                    DISPLAY "PARM must be HISCORE [wwwhhhsss], "
                     "HISTORY yyyymmdd yyyymmdd, DAILY [yyyymmdd] "
                     "or TOURN"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            IF PlayerFileOpen THEN
                CLOSE PlayerFile
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                IF WS-RowsNote = SPACES THEN
                    STRING WS-ParmWhat(1:7) " ROWS=" WS-TotalRows
                     DELIMITED BY SIZE INTO WS-RunNote
                ELSE
                    MOVE WS-RowsNote TO WS-RunNote
                END-IF
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEXPT" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        OpenCsv.
            MOVE SPACES TO WS-CsvFileName.
            STRING WS-CsvName DELIMITED BY SPACE
             ".CSV" DELIMITED BY SIZE
             INTO WS-CsvFileName.
            MOVE ZERO TO WS-CsvRows.
            OPEN OUTPUT CsvFile.

        CloseCsv.
            MOVE SPACES TO WS-Csv.
            MOVE 1 TO WS-CsvPtr.
            SET FirstField TO True.
            MOVE "TRAILER" TO WS-FieldText.
            PERFORM AppendCode.
            MOVE WS-CsvName TO WS-FieldText.
            PERFORM AppendCode.
            MOVE WS-RunDate TO WS-FieldText.
            PERFORM AppendCode.
            MOVE WS-CsvRows TO WS-FieldNum.
            PERFORM AppendNum.
            WRITE CsvRecord FROM WS-Csv.
            CLOSE CsvFile.
            ADD WS-CsvRows TO WS-TotalRows.
            STRING WS-CsvName DELIMITED BY SPACE
             "=" WS-CsvRows " " DELIMITED BY SIZE
             INTO WS-RowsNote WITH POINTER WS-RowsPtr.
            DISPLAY WS-CsvFileName " written - " WS-CsvRows
             " data row(s)".

        StartRow.
            MOVE SPACES TO WS-Csv.
            MOVE 1 TO WS-CsvPtr.
            SET FirstField TO True.

        EndRow.
            WRITE CsvRecord FROM WS-Csv.
            ADD 1 TO WS-CsvRows.

        WriteHeader.
            WRITE CsvRecord FROM WS-Csv.

        FindFieldLength.
            MOVE ZERO TO WS-FieldLen.
            PERFORM VARYING WS-FieldStart FROM 40 BY -1 UNTIL
             WS-FieldStart < 1 OR WS-FieldLen > 0
                IF WS-FieldText(WS-FieldStart:1) NOT = SPACE THEN
                    MOVE WS-FieldStart TO WS-FieldLen
                END-IF
            END-PERFORM.

        AppendSeparator.
            IF NextField THEN
                STRING "," DELIMITED BY SIZE
                 INTO WS-Csv WITH POINTER WS-CsvPtr
            END-IF.
            SET NextField TO True.

        AppendText.
            INSPECT WS-FieldText REPLACING ALL '"' BY "'".
            PERFORM FindFieldLength.
            PERFORM AppendSeparator.
            STRING '"' DELIMITED BY SIZE
             INTO WS-Csv WITH POINTER WS-CsvPtr.
            IF WS-FieldLen > 0 THEN
                STRING WS-FieldText(1:WS-FieldLen) DELIMITED BY SIZE
                 INTO WS-Csv WITH POINTER WS-CsvPtr
            END-IF.
            STRING '"' DELIMITED BY SIZE
             INTO WS-Csv WITH POINTER WS-CsvPtr.

        AppendCode.
            PERFORM FindFieldLength.
            PERFORM AppendSeparator.
            IF WS-FieldLen > 0 THEN
                STRING WS-FieldText(1:WS-FieldLen) DELIMITED BY SIZE
                 INTO WS-Csv WITH POINTER WS-CsvPtr
            END-IF.

        AppendNum.
            MOVE WS-FieldNum TO WS-NumEdit.
            PERFORM AppendSeparator.
            PERFORM VARYING WS-FieldStart FROM 1 BY 1 UNTIL
             WS-FieldStart >= 15
             OR WS-NumEdit(WS-FieldStart:1) NOT = SPACE
                CONTINUE
            END-PERFORM.
            STRING WS-NumEdit(WS-FieldStart:) DELIMITED BY SIZE
             INTO WS-Csv WITH POINTER WS-CsvPtr.

        LookupPlayerName.
            MOVE SPACES TO WS-PlayerName.
            IF WS-LookupInitials = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            IF PlayerFileOpen THEN
                MOVE WS-LookupInitials TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        MOVE "(unregistered)" TO WS-PlayerName
                    NOT INVALID KEY
                        MOVE PL-Name TO WS-PlayerName
                END-READ
            END-IF.

        ExtractHiScore.
            IF WS-ParmArg1 NOT = SPACES THEN
                IF WS-ParmArg1(1:9) IS NOT NUMERIC THEN
                    DISPLAY "HISCORE class must be wwwhhhsss"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ParmArg1(1:9) TO WS-ClassFilter
            END-IF.
            OPEN INPUT HiScoreFile.
            IF WS-HiScoreStatus = "05" THEN
                CLOSE HiScoreFile
                MOVE "35" TO WS-HiScoreStatus
            END-IF.
            IF WS-HiScoreStatus NOT = "00" THEN
                DISPLAY "HISCORE.DAT could not be opened, status "
                 WS-HiScoreStatus
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE "HISCORE" TO WS-CsvName.
            PERFORM OpenCsv.
            MOVE SPACES TO WS-Csv.
            STRING "WIDTH,HEIGHT,SPEED,RANK,INITIALS,NAME,LENGTH,"
             "DURATION_MS,DATE"
             DELIMITED BY SIZE INTO WS-Csv.
            PERFORM WriteHeader.
            PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                READ HiScoreFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HiScoreStatus
                    NOT AT END
                        IF WS-ClassFilter = SPACES
                         OR WS-ClassFilter = HS-Class THEN
                            PERFORM WriteHiScoreRow
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HiScoreFile.
            PERFORM CloseCsv.

        WriteHiScoreRow.
            PERFORM StartRow.
            MOVE HS-Width TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Height TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Speed TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Rank TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Initials TO WS-FieldText.
            PERFORM AppendText.
            MOVE HS-Initials TO WS-LookupInitials.
            PERFORM LookupPlayerName.
            MOVE WS-PlayerName TO WS-FieldText.
            PERFORM AppendText.
            MOVE HS-Length TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Duration TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE HS-Date TO WS-FieldText.
            PERFORM AppendCode.
            PERFORM EndRow.

        ExtractHistory.
            IF WS-ParmArg1(1:8) IS NOT NUMERIC
             OR WS-ParmArg2(1:8) IS NOT NUMERIC THEN
                DISPLAY "HISTORY needs a from and to date yyyymmdd"
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ParmArg1(1:8) TO WS-FromDate.
            MOVE WS-ParmArg2(1:8) TO WS-ToDate.
            IF WS-FromDate > WS-ToDate THEN
                DISPLAY "HISTORY from date is after the to date"
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FromDate(1:6) TO WS-FromMonth.
            MOVE WS-ToDate(1:6) TO WS-ToMonth.
            MOVE "GAMEHIST" TO WS-CsvName.
            PERFORM OpenCsv.
            MOVE SPACES TO WS-Csv.
            STRING "DATE,TIME,MODE,WIDTH,HEIGHT,SPEED,OBSTACLES,"
             "LENGTH,SCORE,LENGTH2,SCORE2,DURATION_MS,END_REASON,"
             "INITIALS,NAME,MAZE,OPPONENT"
             DELIMITED BY SIZE INTO WS-Csv.
            PERFORM WriteHeader.
            OPEN INPUT GameHistFile.
            IF WS-GameHistStatus = "05" THEN
                CLOSE GameHistFile
                MOVE "35" TO WS-GameHistStatus
            END-IF.
            IF WS-GameHistStatus = "00" THEN
                PERFORM UNTIL WS-GameHistStatus NOT = "00"
                    READ GameHistFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-GameHistStatus
                        NOT AT END
                            IF GameHistRecord(1:14) IS NUMERIC
                             AND GH-Date >= WS-FromDate
                             AND GH-Date <= WS-ToDate THEN
                                PERFORM WriteHistoryRow
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.
            PERFORM CloseCsv.
            MOVE "GAMEHSUM" TO WS-CsvName.
            PERFORM OpenCsv.
            MOVE SPACES TO WS-Csv.
            STRING "MONTH,GAMES,BATCH,INTERACTIVE,TWO_PLAYER,"
             "SUM_LENGTH,AVG_LENGTH,BEST_LENGTH,SUM_DURATION_MS,"
             "SPRINT,SPRINT_BEST_SCORE"
             DELIMITED BY SIZE INTO WS-Csv.
            PERFORM WriteHeader.
            OPEN INPUT RollupFile.
            IF WS-RollupStatus = "05" THEN
                CLOSE RollupFile
                MOVE "35" TO WS-RollupStatus
            END-IF.
            IF WS-RollupStatus = "00" THEN
                PERFORM UNTIL WS-RollupStatus NOT = "00"
                    READ RollupFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-RollupStatus
                        NOT AT END
                            IF RollupRecord(1:6) IS NUMERIC
                             AND RollupRecord(1:6) >= WS-FromMonth
                             AND RollupRecord(1:6) <= WS-ToMonth THEN
                                PERFORM WriteRollupRow
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RollupFile
            END-IF.
            PERFORM CloseCsv.

        WriteHistoryRow.
            PERFORM StartRow.
            MOVE GH-Date TO WS-FieldText.
            PERFORM AppendCode.
            MOVE GH-Time TO WS-FieldText.
            PERFORM AppendCode.
            MOVE GH-Mode TO WS-FieldText.
            PERFORM AppendText.
            MOVE GH-BoardWidth TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-BoardHeight TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Speed TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-ObstacleCount TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Length TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Score TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Length2 TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Score2 TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-Duration TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE GH-EndReason TO WS-FieldText.
            PERFORM AppendText.
            MOVE GH-Initials TO WS-FieldText.
            PERFORM AppendText.
            MOVE GH-Initials TO WS-LookupInitials.
            PERFORM LookupPlayerName.
            MOVE WS-PlayerName TO WS-FieldText.
            PERFORM AppendText.
            MOVE GH-Maze TO WS-FieldText.
            PERFORM AppendText.
            MOVE GH-Opponent TO WS-FieldText.
            PERFORM AppendText.
            PERFORM EndRow.

        WriteRollupRow.
            PERFORM StartRow.
            MOVE RollupRecord(1:6) TO WS-FieldText.
            PERFORM AppendCode.
            MOVE RollupRecord(8:5) TO WS-FieldNum.
            MOVE RollupRecord(8:5) TO WS-SumGames.
            PERFORM AppendNum.
            MOVE RollupRecord(14:5) TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE RollupRecord(20:5) TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE RollupRecord(26:5) TO WS-FieldNum.
            PERFORM AppendNum.
            IF RollupRecord(61:5) IS NUMERIC THEN
                MOVE RollupRecord(61:5) TO WS-SprintGames
            ELSE
                MOVE ZERO TO WS-SprintGames
            END-IF.
            IF RollupRecord(67:5) IS NUMERIC THEN
                MOVE RollupRecord(67:5) TO WS-SprintBest
            ELSE
                MOVE ZERO TO WS-SprintBest
            END-IF.
            SUBTRACT WS-SprintGames FROM WS-SumGames.
            MOVE RollupRecord(32:8) TO WS-FieldNum.
            PERFORM AppendNum.
            IF WS-SumGames > 0 THEN
                COMPUTE WS-AvgLength ROUNDED =
                 WS-FieldNum / WS-SumGames
            ELSE
                MOVE ZERO TO WS-AvgLength
            END-IF.
            MOVE WS-AvgLength TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE RollupRecord(41:3) TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE RollupRecord(45:15) TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE WS-SprintGames TO WS-FieldNum.
            PERFORM AppendNum.
            MOVE WS-SprintBest TO WS-FieldNum.
            PERFORM AppendNum.
            PERFORM EndRow.

        ExtractDaily.
            IF WS-ParmArg1 = SPACES THEN
                MOVE WS-RunDate TO WS-ForDate
            ELSE
                IF WS-ParmArg1(1:8) IS NOT NUMERIC THEN
                    DISPLAY "DAILY date must be yyyymmdd"
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ParmArg1(1:8) TO WS-ForDate
            END-IF.
            OPEN INPUT DailyFile.
            IF WS-DailyStatus = "05" THEN
                CLOSE DailyFile
                MOVE "35" TO WS-DailyStatus
            END-IF.
            IF WS-DailyStatus = "00" THEN
                PERFORM UNTIL WS-DailyStatus NOT = "00"
                    READ DailyFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-DailyStatus
                        NOT AT END
                            IF DailyRecord(1:8) = WS-ForDate
                             AND DailyRecord(14:5) IS NUMERIC THEN
                                PERFORM KeepDailyBest
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DailyFile
            END-IF.
            PERFORM VARYING BST2 FROM 1 BY 1 UNTIL BST2 >= BestCount
                PERFORM VARYING BST3 FROM 1 BY 1 UNTIL
                 BST3 > BestCount - BST2
                    IF DB-Score(BST3) < DB-Score(BST3 + 1) THEN
                        MOVE BestEntry(BST3) TO WS-SwapBest
                        MOVE BestEntry(BST3 + 1) TO BestEntry(BST3)
                        MOVE WS-SwapBest TO BestEntry(BST3 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE "DAILYCHL" TO WS-CsvName.
            PERFORM OpenCsv.
            MOVE SPACES TO WS-Csv.
            STRING "DATE,POSITION,INITIALS,NAME,SCORE,LENGTH,"
             "TIME,TRIES"
             DELIMITED BY SIZE INTO WS-Csv.
            PERFORM WriteHeader.
            PERFORM VARYING BestI FROM 1 BY 1 UNTIL BestI > BestCount
                PERFORM StartRow
                MOVE WS-ForDate TO WS-FieldText
                PERFORM AppendCode
                SET BST2 TO BestI
                MOVE BST2 TO WS-FieldNum
                PERFORM AppendNum
                MOVE DB-Initials(BestI) TO WS-FieldText
                PERFORM AppendText
                MOVE DB-Initials(BestI) TO WS-LookupInitials
                PERFORM LookupPlayerName
                MOVE WS-PlayerName TO WS-FieldText
                PERFORM AppendText
                MOVE DB-Score(BestI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE DB-Length(BestI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE DB-Time(BestI) TO WS-FieldText
                PERFORM AppendCode
                MOVE DB-Tries(BestI) TO WS-FieldNum
                PERFORM AppendNum
                PERFORM EndRow
            END-PERFORM.
            PERFORM CloseCsv.

        KeepDailyBest.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING BestI FROM 1 BY 1 UNTIL
             BestI > BestCount OR WS-FoundIdx > 0
                IF DB-Initials(BestI) = DailyRecord(10:3) THEN
                    SET WS-FoundIdx TO BestI
                END-IF
            END-PERFORM.
            IF WS-FoundIdx = 0 THEN
                IF BestCount >= 500 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO BestCount
                MOVE BestCount TO WS-FoundIdx
                MOVE DailyRecord(10:3) TO DB-Initials(WS-FoundIdx)
                MOVE ZERO TO DB-Tries(WS-FoundIdx)
                MOVE DailyRecord(14:5) TO DB-Score(WS-FoundIdx)
                PERFORM KeepDailyDetail
            ELSE
                IF DailyRecord(14:5) > DB-Score(WS-FoundIdx) THEN
                    MOVE DailyRecord(14:5) TO DB-Score(WS-FoundIdx)
                    PERFORM KeepDailyDetail
                END-IF
            END-IF.
            ADD 1 TO DB-Tries(WS-FoundIdx).

        KeepDailyDetail.
            IF DailyRecord(20:3) IS NUMERIC THEN
                MOVE DailyRecord(20:3) TO DB-Length(WS-FoundIdx)
            ELSE
                MOVE ZEROS TO DB-Length(WS-FoundIdx)
            END-IF.
            IF DailyRecord(24:6) IS NUMERIC THEN
                MOVE DailyRecord(24:6) TO DB-Time(WS-FoundIdx)
            ELSE
                MOVE ZEROS TO DB-Time(WS-FoundIdx)
            END-IF.

        ExtractTourn.
            OPEN INPUT TournFile.
            IF WS-TournStatus = "05" THEN
                CLOSE TournFile
                MOVE "35" TO WS-TournStatus
            END-IF.
            IF WS-TournStatus NOT = "00" THEN
                DISPLAY "TOURNMT.DAT not available, status "
                 WS-TournStatus
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-TournStatus NOT = "00"
                READ TournFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-TournStatus
                    NOT AT END
                        PERFORM LoadTournLine
                END-READ
            END-PERFORM.
            CLOSE TournFile.
            PERFORM VARYING STD2 FROM 1 BY 1 UNTIL STD2 >= StandCount
                PERFORM VARYING STD3 FROM 1 BY 1 UNTIL
                 STD3 > StandCount - STD2
                    IF SN-Points(STD3) < SN-Points(STD3 + 1) THEN
                        MOVE StandEntry(STD3) TO WS-SwapStand
                        MOVE StandEntry(STD3 + 1) TO StandEntry(STD3)
                        MOVE WS-SwapStand TO StandEntry(STD3 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE "TOURNMT" TO WS-CsvName.
            PERFORM OpenCsv.
            MOVE SPACES TO WS-Csv.
            STRING "EVENT,TYPE,POSITION,INITIALS,NAME,PLAYED,WON,"
             "LOST,POINTS,PENDING"
             DELIMITED BY SIZE INTO WS-Csv.
            PERFORM WriteHeader.
            PERFORM VARYING StI FROM 1 BY 1 UNTIL StI > StandCount
                PERFORM StartRow
                MOVE WS-EventName TO WS-FieldText
                PERFORM AppendText
                MOVE WS-TournType TO WS-FieldText
                PERFORM AppendText
                SET STD2 TO StI
                MOVE STD2 TO WS-FieldNum
                PERFORM AppendNum
                MOVE SN-Initials(StI) TO WS-FieldText
                PERFORM AppendText
                MOVE SN-Initials(StI) TO WS-LookupInitials
                PERFORM LookupPlayerName
                MOVE WS-PlayerName TO WS-FieldText
                PERFORM AppendText
                MOVE SN-Played(StI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE SN-Won(StI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE SN-Lost(StI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE SN-Points(StI) TO WS-FieldNum
                PERFORM AppendNum
                MOVE SN-Pending(StI) TO WS-FieldNum
                PERFORM AppendNum
                PERFORM EndRow
            END-PERFORM.
            PERFORM CloseCsv.

        LoadTournLine.
            IF TournRecord(1:6) = "EVENT=" THEN
                MOVE TournRecord(7:30) TO WS-EventName
            END-IF.
            IF TournRecord(1:11) = "TYPE=LEAGUE" THEN
                MOVE "LEAGUE" TO WS-TournType
            END-IF.
            IF TournRecord(1:8) = "ENTRANT=" AND StandCount < 16 THEN
                ADD 1 TO StandCount
                MOVE TournRecord(9:3) TO SN-Initials(StandCount)
                MOVE ZEROS TO SN-Played(StandCount)
                 SN-Won(StandCount) SN-Lost(StandCount)
                 SN-Points(StandCount) SN-Pending(StandCount)
            END-IF.
            IF TournRecord(1:6) = "MATCH=" THEN
                MOVE TournRecord(12:3) TO WS-MatchP1
                MOVE TournRecord(16:3) TO WS-MatchP2
                MOVE TournRecord(20:3) TO WS-MatchWinner
                PERFORM VARYING StI FROM 1 BY 1 UNTIL StI > StandCount
                    IF SN-Initials(StI) = WS-MatchP1
                     OR SN-Initials(StI) = WS-MatchP2 THEN
                        PERFORM TallyStanding
                    END-IF
                END-PERFORM
            END-IF.

        TallyStanding.
            IF WS-MatchP2 = "BYE" THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-MatchWinner = SPACES THEN
                ADD 1 TO SN-Pending(StI)
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO SN-Played(StI).
            IF SN-Initials(StI) = WS-MatchWinner THEN
                ADD 1 TO SN-Won(StI)
                ADD 2 TO SN-Points(StI)
            ELSE
                ADD 1 TO SN-Lost(StI)
            END-IF.
