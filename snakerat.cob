        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakerat.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RatingFile ASSIGN TO "RATING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-Initials
                FILE STATUS IS WS-RatingStatus.
            SELECT OPTIONAL RateCtlFile ASSIGN TO "RATECTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateCtlStatus.
            SELECT OPTIONAL GameHistFile ASSIGN TO "GAMEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GameHistStatus.
            SELECT OPTIONAL HistArchFile ASSIGN TO "GAMEHIST.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistArchStatus.
            SELECT OPTIONAL TournFile ASSIGN TO "TOURNMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TournStatus.
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT ReportFile ASSIGN TO "SNAKERAT.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD RatingFile.
            COPY "RatingRecord.cpy".
        FD RateCtlFile.
        01 RateCtlRecord PIC X(80).
        FD GameHistFile.
            COPY "GameHistRecord.cpy".
        FD HistArchFile.
        01 HistArchRecord PIC X(80).
        FD TournFile.
        01 TournRecord PIC X(80).
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-RatingStatus PIC XX.
        01 WS-RateCtlStatus PIC XX.
        01 WS-GameHistStatus PIC XX.
        01 WS-HistArchStatus PIC XX.
        01 WS-TournStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-HistLine PIC X(80).
        01 WS-TournLine PIC X(80).
        01 WS-CtlLine PIC X(80).
        01 WS-TournEvent PIC X(30) VALUE SPACES.
        01 WS-RunModeFlag PIC 9 VALUE 0.
            88 ApplyMode  VALUE 0.
            88 ReportMode VALUE 1.
        01 WS-PlayerFileFlag PIC 9 VALUE 0.
            88 PlayerFileOpen   VALUE 1.
            88 PlayerFileClosed VALUE 0.
        01 WS-PlayerName PIC X(30).
        01 WS-StartRating PIC 9(4) VALUE 1500.
        01 WS-FloorRating PIC 9(4) VALUE 100.
        01 WS-KFactor PIC 99 VALUE 32.
        01 WS-OldMark PIC 9(14) VALUE ZERO.
        01 WS-OldMarkCount PIC 9(4) VALUE ZERO.
        01 WS-SeenAtOld PIC 9(4) VALUE ZERO.
        01 WS-NewMark PIC 9(14) VALUE ZERO.
        01 WS-NewMarkCount PIC 9(4) VALUE ZERO.
        01 WS-RecStamp PIC 9(14).
        01 WS-NewRecFlag PIC 9.
            88 NewResult  VALUE 1.
            88 SeenResult VALUE 0.
        01 DoneMatches.
            02 DoneCount PIC 9(4) VALUE ZERO.
            02 DoneEntry OCCURS 2000 TIMES INDEXED BY DoneI.
                03 DM-Event PIC X(30).
                03 DM-No    PIC 99.
                03 DM-P1    PIC X(3).
                03 DM-P2    PIC X(3).
        01 WS-DoneFullFlag PIC 9 VALUE 0.
            88 DoneTableFull VALUE 1.
            88 DoneTableRoom VALUE 0.
        01 WS-DoneFound PIC 9(4).
        01 WS-PlayerA PIC X(3).
        01 WS-PlayerB PIC X(3).
        01 WS-ResultA PIC 9V9.
        01 WS-ResultDate PIC 9(8).
        01 WS-ResultFrom PIC X(8).
        01 WS-RateA.
            02 RA-Initials   PIC X(3).
            02 RA-Rating     PIC 9(4).
            02 RA-Peak       PIC 9(4).
            02 RA-Games      PIC 9(5).
            02 RA-Wins       PIC 9(5).
            02 RA-Losses     PIC 9(5).
            02 RA-Draws      PIC 9(5).
            02 RA-LastDate   PIC 9(8).
            02 RA-PrevRating PIC 9(4).
            02 RA-PrevRank   PIC 9(4).
        01 WS-RateB.
            02 RB-Initials   PIC X(3).
            02 RB-Rating     PIC 9(4).
            02 RB-Peak       PIC 9(4).
            02 RB-Games      PIC 9(5).
            02 RB-Wins       PIC 9(5).
            02 RB-Losses     PIC 9(5).
            02 RB-Draws      PIC 9(5).
            02 RB-LastDate   PIC 9(8).
            02 RB-PrevRating PIC 9(4).
            02 RB-PrevRank   PIC 9(4).
        01 WS-FetchWho PIC X(3).
        01 WS-FetchNewFlag PIC 9.
            88 FetchNew      VALUE 1.
            88 FetchExisting VALUE 0.
        01 WS-ANewFlag PIC 9.
        01 WS-BNewFlag PIC 9.
        01 WS-ExpectA PIC 9V9(6).
        01 WS-NewRating PIC S9(5).
        01 WS-OldRatingA PIC 9(4).
        01 WS-OldRatingB PIC 9(4).
        01 WS-ResultsRated PIC 9(5) VALUE ZERO.
        01 WS-HistRead PIC 9(6) VALUE ZERO.
        01 WS-HistRated PIC 9(5) VALUE ZERO.
        01 WS-MatchesRated PIC 9(4) VALUE ZERO.
        01 WS-MatchesSkipped PIC 9(4) VALUE ZERO.
        01 WS-DeltaOut PIC +(4)9.
        01 WS-ResultWord PIC X(4).
        01 Ladder.
            02 LadderCount PIC 9(4) VALUE ZERO.
            02 LadderEntry OCCURS 500 TIMES INDEXED BY LadI.
                03 LD-Initials   PIC X(3).
                03 LD-Rating     PIC 9(4).
                03 LD-Peak       PIC 9(4).
                03 LD-Games      PIC 9(5).
                03 LD-Wins       PIC 9(5).
                03 LD-Losses     PIC 9(5).
                03 LD-Draws      PIC 9(5).
                03 LD-LastDate   PIC 9(8).
                03 LD-PrevRating PIC 9(4).
                03 LD-PrevRank   PIC 9(4).
        01 WS-SwapLadder PIC X(47).
        01 WS-LadderOverflowFlag PIC 9 VALUE 0.
            88 LadderOverflow VALUE 1.
            88 LadderFits     VALUE 0.
        01 LAD2 PIC 9(4).
        01 LAD3 PIC 9(4).
        01 WS-RankOut PIC ZZZ9.
        01 WS-MoveOut PIC X(6).
        01 WS-MoveNum PIC ZZ9.
        01 WS-Change PIC S9(5).
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm(1:6) = "REPORT" THEN
                SET ReportMode TO True
            END-IF.
            OPEN OUTPUT ReportFile.
            IF ApplyMode THEN
                MOVE "OBTAIN" TO WS-LockAction
                MOVE "RATING" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
                IF WS-LockResult NOT = ZERO THEN
                    MOVE SPACES TO WS-Line
                    STRING "RATING.DAT LOCKED BY ANOTHER PROGRAM - "
                     "NO RESULTS RATED"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 12 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
                PERFORM OpenRatingFile
                IF WS-RatingStatus NOT = "00" THEN
                    MOVE SPACES TO WS-Line
                    STRING "RATING.DAT could not be opened, status "
                     WS-RatingStatus
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    PERFORM ReleaseRatingLock
                    MOVE 12 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
                PERFORM ApplyResults
                CLOSE RatingFile
            END-IF.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "00" THEN
                SET PlayerFileOpen TO True
            END-IF.
            PERFORM WriteLadder.
            IF PlayerFileOpen THEN
                CLOSE PlayerFile
            END-IF.
            IF ApplyMode THEN
                PERFORM ReleaseRatingLock
            END-IF.
            CLOSE ReportFile.
            IF DoneTableFull OR LadderOverflow THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        ReleaseRatingLock.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "RATING" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        OpenRatingFile.
            OPEN I-O RatingFile.
            IF WS-RatingStatus = "35" THEN
                OPEN OUTPUT RatingFile
                CLOSE RatingFile
                OPEN I-O RatingFile
            END-IF.
            IF WS-RatingStatus = "05" THEN
                MOVE "00" TO WS-RatingStatus
            END-IF.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "RATED=" WS-ResultsRated
                 " LADDER=" LadderCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKERAT" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        ApplyResults.
            MOVE SPACES TO WS-Line.
            STRING "RESULTS RATED - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM LoadRateControl.
            MOVE WS-OldMark TO WS-NewMark.
            MOVE ZERO TO WS-NewMarkCount.
            PERFORM ScanHistArchive.
            PERFORM ScanGameHist.
            IF WS-NewMark = WS-OldMark
             AND WS-NewMarkCount < WS-OldMarkCount THEN
                MOVE WS-OldMarkCount TO WS-NewMarkCount
            END-IF.
            PERFORM ScanTournament.
            PERFORM SaveRateControl.
            IF WS-ResultsRated = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "  (no new results since the last run)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "GAMEHIST READ=" WS-HistRead
             " GAMES RATED=" WS-HistRated
             " MATCHES RATED=" WS-MatchesRated
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF DoneTableFull THEN
                MOVE SPACES TO WS-Line
                STRING "RATECTL.DAT match table full - "
                 WS-MatchesSkipped " match(es) left for a later run"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.

        LoadRateControl.
            MOVE ZERO TO DoneCount.
            OPEN INPUT RateCtlFile.
            IF WS-RateCtlStatus = "05" THEN
                CLOSE RateCtlFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-RateCtlStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-RateCtlStatus NOT = "00"
                READ RateCtlFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-RateCtlStatus
                    NOT AT END
                        MOVE RateCtlRecord TO WS-CtlLine
                        PERFORM LoadRateCtlLine
                END-READ
            END-PERFORM.
            CLOSE RateCtlFile.

        LoadRateCtlLine.
            IF WS-CtlLine(1:9) = "HISTMARK="
             AND WS-CtlLine(10:14) IS NUMERIC
             AND WS-CtlLine(31:4) IS NUMERIC THEN
                MOVE WS-CtlLine(10:14) TO WS-OldMark
                MOVE WS-CtlLine(31:4) TO WS-OldMarkCount
            END-IF.
            IF WS-CtlLine(1:6) = "MATCH=" AND DoneCount < 2000 THEN
                ADD 1 TO DoneCount
                MOVE WS-CtlLine(7:30) TO DM-Event(DoneCount)
                MOVE WS-CtlLine(38:2) TO DM-No(DoneCount)
                MOVE WS-CtlLine(41:3) TO DM-P1(DoneCount)
                MOVE WS-CtlLine(45:3) TO DM-P2(DoneCount)
            END-IF.

        SaveRateControl.
            OPEN OUTPUT RateCtlFile.
            MOVE SPACES TO WS-CtlLine.
            STRING "HISTMARK=" WS-NewMark " COUNT=" WS-NewMarkCount
             DELIMITED BY SIZE INTO WS-CtlLine.
            WRITE RateCtlRecord FROM WS-CtlLine.
            PERFORM VARYING DoneI FROM 1 BY 1 UNTIL DoneI > DoneCount
                MOVE SPACES TO WS-CtlLine
                STRING "MATCH=" DM-Event(DoneI) " " DM-No(DoneI)
                 " " DM-P1(DoneI) " " DM-P2(DoneI)
                 DELIMITED BY SIZE INTO WS-CtlLine
                WRITE RateCtlRecord FROM WS-CtlLine
            END-PERFORM.
            CLOSE RateCtlFile.

        ScanHistArchive.
            OPEN INPUT HistArchFile.
            IF WS-HistArchStatus = "05" THEN
                CLOSE HistArchFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HistArchStatus = "00" THEN
                PERFORM UNTIL WS-HistArchStatus NOT = "00"
                    READ HistArchFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-HistArchStatus
                        NOT AT END
                            MOVE HistArchRecord TO WS-HistLine
                            MOVE WS-HistLine TO GameHistRecord
                            PERFORM CheckHistResult
                    END-READ
                END-PERFORM
                CLOSE HistArchFile
            END-IF.

        ScanGameHist.
            OPEN INPUT GameHistFile.
            IF WS-GameHistStatus = "05" THEN
                CLOSE GameHistFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-GameHistStatus = "00" THEN
                PERFORM UNTIL WS-GameHistStatus NOT = "00"
                    READ GameHistFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-GameHistStatus
                        NOT AT END
                            PERFORM CheckHistResult
                    END-READ
                END-PERFORM
                CLOSE GameHistFile
            END-IF.

        CheckHistResult.
            IF GameHistRecord(1:14) IS NOT NUMERIC THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-HistRead.
            COMPUTE WS-RecStamp = GH-Date * 1000000 + GH-Time.
            IF WS-RecStamp < WS-OldMark THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-RecStamp > WS-NewMark THEN
                MOVE WS-RecStamp TO WS-NewMark
                MOVE 1 TO WS-NewMarkCount
            ELSE
                IF WS-RecStamp = WS-NewMark THEN
                    ADD 1 TO WS-NewMarkCount
                END-IF
            END-IF.
            SET NewResult TO True.
            IF WS-RecStamp = WS-OldMark THEN
                ADD 1 TO WS-SeenAtOld
                IF WS-SeenAtOld <= WS-OldMarkCount THEN
                    SET SeenResult TO True
                END-IF
            END-IF.
            IF SeenResult THEN
                EXIT PARAGRAPH
            END-IF.
            IF NOT GH-ModeTwoPlayer
             OR GH-Opponent = SPACES
             OR GH-EndReason = "SUSP"
             OR GH-Initials = SPACES
             OR GH-Initials = "BAT"
             OR GH-Initials = "???"
             OR GH-Initials = "***"
             OR GH-Opponent = "***"
             OR GH-Initials = GH-Opponent THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE GH-Initials TO WS-PlayerA.
            MOVE GH-Opponent TO WS-PlayerB.
            EVALUATE True
                WHEN GH-Score > GH-Score2
                    MOVE 1 TO WS-ResultA
                WHEN GH-Score < GH-Score2
                    MOVE 0 TO WS-ResultA
                WHEN GH-Length > GH-Length2
                    MOVE 1 TO WS-ResultA
                WHEN GH-Length < GH-Length2
                    MOVE 0 TO WS-ResultA
                WHEN OTHER
                    MOVE 0.5 TO WS-ResultA
            END-EVALUATE.
            MOVE GH-Date TO WS-ResultDate.
            MOVE "GAMEHIST" TO WS-ResultFrom.
            PERFORM ApplyResult.
            ADD 1 TO WS-HistRated.

        ScanTournament.
            OPEN INPUT TournFile.
            IF WS-TournStatus = "05" THEN
                CLOSE TournFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournStatus = "00" THEN
                PERFORM UNTIL WS-TournStatus NOT = "00"
                    READ TournFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-TournStatus
                        NOT AT END
                            MOVE TournRecord TO WS-TournLine
                            PERFORM CheckTournResult
                    END-READ
                END-PERFORM
                CLOSE TournFile
            END-IF.

        CheckTournResult.
            IF WS-TournLine(1:6) = "EVENT=" THEN
                MOVE WS-TournLine(7:30) TO WS-TournEvent
                EXIT PARAGRAPH
            END-IF.
            IF WS-TournLine(1:6) NOT = "MATCH="
             OR WS-TournLine(20:3) = SPACES
             OR WS-TournLine(12:3) = SPACES
             OR WS-TournLine(16:3) = SPACES
             OR WS-TournLine(16:3) = "BYE"
             OR WS-TournLine(12:3) = "***"
             OR WS-TournLine(16:3) = "***"
             OR WS-TournLine(12:3) = WS-TournLine(16:3) THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-DoneFound.
            PERFORM VARYING DoneI FROM 1 BY 1 UNTIL
             DoneI > DoneCount OR WS-DoneFound > 0
                IF DM-Event(DoneI) = WS-TournEvent
                 AND DM-No(DoneI) = WS-TournLine(9:2)
                 AND DM-P1(DoneI) = WS-TournLine(12:3)
                 AND DM-P2(DoneI) = WS-TournLine(16:3) THEN
                    SET WS-DoneFound TO DoneI
                END-IF
            END-PERFORM.
            IF WS-DoneFound > 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF DoneCount >= 2000 THEN
                SET DoneTableFull TO True
                ADD 1 TO WS-MatchesSkipped
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO DoneCount.
            MOVE WS-TournEvent TO DM-Event(DoneCount).
            MOVE WS-TournLine(9:2) TO DM-No(DoneCount).
            MOVE WS-TournLine(12:3) TO DM-P1(DoneCount).
            MOVE WS-TournLine(16:3) TO DM-P2(DoneCount).
            MOVE WS-TournLine(12:3) TO WS-PlayerA.
            MOVE WS-TournLine(16:3) TO WS-PlayerB.
            IF WS-TournLine(20:3) = WS-PlayerA THEN
                MOVE 1 TO WS-ResultA
            ELSE
                MOVE 0 TO WS-ResultA
            END-IF.
            MOVE WS-RunDate TO WS-ResultDate.
            MOVE "TOURNMT" TO WS-ResultFrom.
            PERFORM ApplyResult.
            ADD 1 TO WS-MatchesRated.

        ApplyResult.
            MOVE WS-PlayerA TO WS-FetchWho.
            PERFORM FetchRating.
            MOVE RatingRecord TO WS-RateA.
            MOVE WS-FetchNewFlag TO WS-ANewFlag.
            MOVE WS-PlayerB TO WS-FetchWho.
            PERFORM FetchRating.
            MOVE RatingRecord TO WS-RateB.
            MOVE WS-FetchNewFlag TO WS-BNewFlag.
            MOVE RA-Rating TO WS-OldRatingA.
            MOVE RB-Rating TO WS-OldRatingB.
            COMPUTE WS-ExpectA ROUNDED = 1 /
             (1 + 10 ** ((WS-OldRatingB - WS-OldRatingA) / 400)).
            COMPUTE WS-NewRating ROUNDED = WS-OldRatingA +
             WS-KFactor * (WS-ResultA - WS-ExpectA).
            IF WS-NewRating < WS-FloorRating THEN
                MOVE WS-FloorRating TO WS-NewRating
            END-IF.
            MOVE WS-NewRating TO RA-Rating.
            COMPUTE WS-NewRating ROUNDED = WS-OldRatingB +
             WS-KFactor * (WS-ExpectA - WS-ResultA).
            IF WS-NewRating < WS-FloorRating THEN
                MOVE WS-FloorRating TO WS-NewRating
            END-IF.
            MOVE WS-NewRating TO RB-Rating.
            ADD 1 TO RA-Games RB-Games.
            EVALUATE WS-ResultA
                WHEN 1
                    ADD 1 TO RA-Wins RB-Losses
                    MOVE "BEAT" TO WS-ResultWord
                WHEN 0
                    ADD 1 TO RA-Losses RB-Wins
                    MOVE "LOST" TO WS-ResultWord
                WHEN OTHER
                    ADD 1 TO RA-Draws RB-Draws
                    MOVE "DREW" TO WS-ResultWord
            END-EVALUATE.
            IF RA-Rating > RA-Peak THEN
                MOVE RA-Rating TO RA-Peak
            END-IF.
            IF RB-Rating > RB-Peak THEN
                MOVE RB-Rating TO RB-Peak
            END-IF.
            IF WS-ResultDate > RA-LastDate THEN
                MOVE WS-ResultDate TO RA-LastDate
            END-IF.
            IF WS-ResultDate > RB-LastDate THEN
                MOVE WS-ResultDate TO RB-LastDate
            END-IF.
            MOVE WS-RateA TO RatingRecord.
            MOVE WS-ANewFlag TO WS-FetchNewFlag.
            PERFORM StoreRating.
            MOVE WS-RateB TO RatingRecord.
            MOVE WS-BNewFlag TO WS-FetchNewFlag.
            PERFORM StoreRating.
            ADD 1 TO WS-ResultsRated.
            MOVE SPACES TO WS-Line.
            STRING "  " WS-ResultFrom " " WS-ResultDate "  "
             WS-PlayerA " " WS-ResultWord " " WS-PlayerB
             "   " WS-PlayerA " " WS-OldRatingA "->" RA-Rating
             "   " WS-PlayerB " " WS-OldRatingB "->" RB-Rating
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        FetchRating.
            MOVE WS-FetchWho TO RT-Initials.
            SET FetchExisting TO True.
            READ RatingFile
                INVALID KEY
                    SET FetchNew TO True
                    MOVE WS-FetchWho TO RT-Initials
                    MOVE WS-StartRating TO RT-Rating RT-Peak
                    MOVE ZEROS TO RT-Games RT-Wins RT-Losses
                     RT-Draws RT-LastDate RT-PrevRank
                    MOVE WS-StartRating TO RT-PrevRating
            END-READ.

        StoreRating.
            IF FetchNew THEN
                WRITE RatingRecord
                    INVALID KEY
                        REWRITE RatingRecord
                END-WRITE
            ELSE
                REWRITE RatingRecord
            END-IF.

        WriteLadder.
            PERFORM LoadLadder.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE RATINGS LADDER - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF LadderCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "(no rated players yet)"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "RANK MOVE   PLY NAME                  "
             "RATING CHANGE PEAK  GAMES  W/L/D             LAST"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM WriteLadderLine VARYING LadI FROM 1 BY 1
             UNTIL LadI > LadderCount.
            IF LadderOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "RATING.DAT holds more than 500 players - "
                 "ladder truncated"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF ApplyMode AND NOT LadderOverflow THEN
                PERFORM SaveLadderPositions
            END-IF.

        LoadLadder.
            MOVE ZERO TO LadderCount.
            OPEN INPUT RatingFile.
            IF WS-RatingStatus = "05" THEN
                CLOSE RatingFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-RatingStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-RatingStatus NOT = "00"
                READ RatingFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-RatingStatus
                    NOT AT END
                        IF LadderCount < 500 THEN
                            ADD 1 TO LadderCount
                            MOVE RatingRecord TO
                             LadderEntry(LadderCount)
                        ELSE
                            SET LadderOverflow TO True
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RatingFile.
            PERFORM VARYING LAD2 FROM 1 BY 1 UNTIL LAD2 >= LadderCount
                PERFORM VARYING LAD3 FROM 1 BY 1 UNTIL
                 LAD3 > LadderCount - LAD2
                    IF LD-Rating(LAD3) < LD-Rating(LAD3 + 1)
                     OR (LD-Rating(LAD3) = LD-Rating(LAD3 + 1)
                     AND LD-Initials(LAD3) > LD-Initials(LAD3 + 1))
                    THEN
                        MOVE LadderEntry(LAD3) TO WS-SwapLadder
                        MOVE LadderEntry(LAD3 + 1) TO
                         LadderEntry(LAD3)
                        MOVE WS-SwapLadder TO LadderEntry(LAD3 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        WriteLadderLine.
            SET LAD2 TO LadI.
            MOVE LAD2 TO WS-RankOut.
            MOVE SPACES TO WS-MoveOut.
            EVALUATE True
                WHEN LD-PrevRank(LadI) = 0
                    MOVE "NEW" TO WS-MoveOut
                WHEN LD-PrevRank(LadI) > LAD2
                    COMPUTE WS-MoveNum = LD-PrevRank(LadI) - LAD2
                    STRING "UP" WS-MoveNum DELIMITED BY SIZE
                     INTO WS-MoveOut
                WHEN LD-PrevRank(LadI) < LAD2
                    COMPUTE WS-MoveNum = LAD2 - LD-PrevRank(LadI)
                    STRING "DN" WS-MoveNum DELIMITED BY SIZE
                     INTO WS-MoveOut
                WHEN OTHER
                    MOVE "  --" TO WS-MoveOut
            END-EVALUATE.
            COMPUTE WS-Change = LD-Rating(LadI) - LD-PrevRating(LadI).
            MOVE WS-Change TO WS-DeltaOut.
            PERFORM LookupPlayerName.
            MOVE SPACES TO WS-Line.
            STRING WS-RankOut " " WS-MoveOut " " LD-Initials(LadI)
             " " WS-PlayerName(1:20) "  " LD-Rating(LadI)
             " " WS-DeltaOut " " LD-Peak(LadI)
             " " LD-Games(LadI)
             "  " LD-Wins(LadI) "/" LD-Losses(LadI)
             "/" LD-Draws(LadI)
             " " LD-LastDate(LadI)
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        LookupPlayerName.
            MOVE SPACES TO WS-PlayerName.
            IF LD-Initials(LadI)(1:2) = "CP"
             AND LD-Initials(LadI)(3:1) IS NUMERIC THEN
                STRING "(CPU SKILL " LD-Initials(LadI)(3:1) ")"
                 DELIMITED BY SIZE INTO WS-PlayerName
                EXIT PARAGRAPH
            END-IF.
            IF PlayerFileOpen THEN
                MOVE LD-Initials(LadI) TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        MOVE "(unregistered)" TO WS-PlayerName
                    NOT INVALID KEY
                        MOVE PL-Name TO WS-PlayerName
                END-READ
            END-IF.

        SaveLadderPositions.
            OPEN I-O RatingFile.
            IF WS-RatingStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING LadI FROM 1 BY 1 UNTIL LadI > LadderCount
                MOVE LD-Initials(LadI) TO RT-Initials
                READ RatingFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET LAD2 TO LadI
                        MOVE LAD2 TO RT-PrevRank
                        MOVE RT-Rating TO RT-PrevRating
                        REWRITE RatingRecord
                END-READ
            END-PERFORM.
            CLOSE RatingFile.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
