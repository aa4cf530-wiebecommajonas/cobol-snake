        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakehof.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL HallFameFile ASSIGN TO "HALLFAME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HallFameStatus.
            SELECT ReportFile ASSIGN TO "SNAKEHOF.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HallFameFile.
            COPY "HallFameRecord.cpy".
        FD ReportFile.
        01 ReportLine PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-HallFameStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunDate PIC 9(8).
        01 WS-Parm PIC X(80).
        01 WS-PickSeason PIC X(7) VALUE SPACES.
        01 WS-Line PIC X(100).
        01 HofEntries.
            02 HofCount PIC 9(4) VALUE ZERO.
            02 HofEntry OCCURS 2000 TIMES INDEXED BY HofI.
                03 HE-SortKey.
                    04 HE-Season  PIC X(7).
                    04 HE-KindSeq PIC 9.
                    04 HE-Class   PIC X(9).
                    04 HE-Rank    PIC 99.
                    04 HE-Date    PIC 9(8).
                03 HE-Record PIC X(49).
        01 WS-SwapEntry PIC X(76).
        01 WS-HofIdx PIC 9(4).
        01 WS-HofIdx2 PIC 9(4).
        01 WS-HofOverflowFlag PIC 9 VALUE 0.
            88 HofOverflow VALUE 1.
            88 HofFits     VALUE 0.
        01 WS-PrevSeason PIC X(7).
        01 WS-PrevKind PIC X.
        01 WS-SeasonCount PIC 999 VALUE ZERO.
        01 Titles.
            02 TitleCount PIC 999 VALUE ZERO.
            02 TitleEntry OCCURS 200 TIMES INDEXED BY TitI.
                03 TI-Initials PIC X(3).
                03 TI-Board    PIC 999.
                03 TI-Daily    PIC 999.
                03 TI-Days     PIC 999.
        01 WS-SwapTitle PIC X(12).
        01 WS-TitIdx PIC 999.
        01 WS-TitIdx2 PIC 999.
        01 WS-FoundIdx PIC 999.
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            IF WS-Parm NOT = SPACES THEN
                MOVE WS-Parm(1:7) TO WS-PickSeason
            END-IF.
            OPEN OUTPUT ReportFile.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE HALL OF FAME - " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM LoadHallOfFame.
            IF HofCount = 0 THEN
                MOVE "NO SEASONS CLOSED YET" TO WS-Line
                PERFORM EmitLine
                MOVE 4 TO RETURN-CODE
                CLOSE ReportFile
                STOP RUN
            END-IF.
            PERFORM SortHallOfFame.
            PERFORM WriteSeasons.
            PERFORM TallyTitles.
            PERFORM SortTitles.
            PERFORM WriteTitles.
            IF HofOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "HALLFAME.DAT EXCEEDS 2000 RECORDS - "
                 "LATEST SEASONS NOT LISTED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            CLOSE ReportFile.
            STOP RUN.

        LoadHallOfFame.
            OPEN INPUT HallFameFile.
            IF WS-HallFameStatus = "05" THEN
                CLOSE HallFameFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HallFameStatus = "00" THEN
                PERFORM UNTIL WS-HallFameStatus NOT = "00"
                    READ HallFameFile
                        AT END
                            MOVE "10" TO WS-HallFameStatus
                        NOT AT END
                            PERFORM KeepHofEntry
                    END-READ
                END-PERFORM
                CLOSE HallFameFile
            END-IF.

        KeepHofEntry.
            IF WS-PickSeason NOT = SPACES
             AND HF-Season NOT = WS-PickSeason THEN
                EXIT PARAGRAPH
            END-IF.
            IF HofCount >= 2000 THEN
                SET HofOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO HofCount.
            MOVE HF-Season TO HE-Season(HofCount).
            EVALUATE True
                WHEN HF-Closed    MOVE 0 TO HE-KindSeq(HofCount)
                WHEN HF-Board     MOVE 1 TO HE-KindSeq(HofCount)
                WHEN HF-DailyChamp MOVE 2 TO HE-KindSeq(HofCount)
                WHEN OTHER        MOVE 3 TO HE-KindSeq(HofCount)
            END-EVALUATE.
            MOVE HF-Class TO HE-Class(HofCount).
            MOVE HF-Rank TO HE-Rank(HofCount).
            MOVE HF-Date TO HE-Date(HofCount).
            MOVE HallFameRecord TO HE-Record(HofCount).

        SortHallOfFame.
            PERFORM VARYING WS-HofIdx FROM 1 BY 1 UNTIL
             WS-HofIdx >= HofCount
                PERFORM VARYING WS-HofIdx2 FROM 1 BY 1 UNTIL
                 WS-HofIdx2 > HofCount - WS-HofIdx
                    IF HE-SortKey(WS-HofIdx2) >
                     HE-SortKey(WS-HofIdx2 + 1) THEN
                        MOVE HofEntry(WS-HofIdx2) TO WS-SwapEntry
                        MOVE HofEntry(WS-HofIdx2 + 1) TO
                         HofEntry(WS-HofIdx2)
                        MOVE WS-SwapEntry TO HofEntry(WS-HofIdx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        WriteSeasons.
            MOVE SPACES TO WS-PrevSeason WS-PrevKind.
            PERFORM VARYING HofI FROM 1 BY 1 UNTIL HofI > HofCount
                MOVE HE-Record(HofI) TO HallFameRecord
                IF HF-Season NOT = WS-PrevSeason THEN
                    PERFORM WriteSeasonHeader
                END-IF
                IF HF-Kind NOT = WS-PrevKind THEN
                    PERFORM WriteKindHeader
                END-IF
                PERFORM WriteHofLine
            END-PERFORM.

        WriteSeasonHeader.
            MOVE HF-Season TO WS-PrevSeason.
            MOVE SPACES TO WS-PrevKind.
            ADD 1 TO WS-SeasonCount.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            IF HF-Closed THEN
                STRING "SEASON " HF-Season
                 " - CLOSED " HF-ClosedOn
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                STRING "SEASON " HF-Season
                 DELIMITED BY SIZE INTO WS-Line
            END-IF.
            PERFORM EmitLine.
            MOVE ALL "=" TO WS-Line(1:40).
            PERFORM EmitLine.

        WriteKindHeader.
            MOVE HF-Kind TO WS-PrevKind.
            MOVE SPACES TO WS-Line.
            EVALUATE True
                WHEN HF-Board
                    STRING "  BOARD CHAMPIONS    CLASS        RANK  "
                     "INITIALS  LENGTH  SET ON"
                     DELIMITED BY SIZE INTO WS-Line
                WHEN HF-DailyChamp
                    MOVE "  DAILY CHALLENGE SEASON CHAMPION"
                     TO WS-Line
                WHEN HF-DayWinner
                    STRING "  DAILY CHALLENGE WINNERS  DATE      "
                     "INITIALS  SCORE  LENGTH"
                     DELIMITED BY SIZE INTO WS-Line
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            PERFORM EmitLine.

        WriteHofLine.
            MOVE SPACES TO WS-Line.
            EVALUATE True
                WHEN HF-Board
                    STRING "                     "
                     HF-Width "x" HF-Height "x" HF-Speed
                     "  " HF-Rank "    " HF-Initials
                     "       " HF-Length "     " HF-Date
                     DELIMITED BY SIZE INTO WS-Line
                WHEN HF-DailyChamp
                    STRING "                     " HF-Initials
                     "  WINS=" HF-Wins
                     "  BEST SCORE=" HF-Score
                     "  LENGTH=" HF-Length
                     DELIMITED BY SIZE INTO WS-Line
                WHEN HF-DayWinner
                    STRING "                           " HF-Date
                     "  " HF-Initials "       " HF-Score
                     "  " HF-Length
                     DELIMITED BY SIZE INTO WS-Line
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            PERFORM EmitLine.

        TallyTitles.
            PERFORM VARYING HofI FROM 1 BY 1 UNTIL HofI > HofCount
                MOVE HE-Record(HofI) TO HallFameRecord
                IF (HF-Board AND HF-Rank = 1)
                 OR HF-DailyChamp OR HF-DayWinner THEN
                    PERFORM TallyOneTitle
                END-IF
            END-PERFORM.

        TallyOneTitle.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING TitI FROM 1 BY 1 UNTIL TitI > TitleCount
                IF TI-Initials(TitI) = HF-Initials THEN
                    SET WS-FoundIdx TO TitI
                END-IF
            END-PERFORM.
            IF WS-FoundIdx = 0 THEN
                IF TitleCount >= 200 THEN
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO TitleCount
                MOVE TitleCount TO WS-FoundIdx
                MOVE HF-Initials TO TI-Initials(WS-FoundIdx)
                MOVE ZEROS TO TI-Board(WS-FoundIdx)
                 TI-Daily(WS-FoundIdx) TI-Days(WS-FoundIdx)
            END-IF.
            EVALUATE True
                WHEN HF-Board ADD 1 TO TI-Board(WS-FoundIdx)
                WHEN HF-DailyChamp ADD 1 TO TI-Daily(WS-FoundIdx)
                WHEN OTHER ADD 1 TO TI-Days(WS-FoundIdx)
            END-EVALUATE.

        SortTitles.
            PERFORM VARYING WS-TitIdx FROM 1 BY 1 UNTIL
             WS-TitIdx >= TitleCount
                PERFORM VARYING WS-TitIdx2 FROM 1 BY 1 UNTIL
                 WS-TitIdx2 > TitleCount - WS-TitIdx
                    IF TI-Board(WS-TitIdx2) + TI-Daily(WS-TitIdx2)
                     < TI-Board(WS-TitIdx2 + 1)
                     + TI-Daily(WS-TitIdx2 + 1)
                     OR (TI-Board(WS-TitIdx2) + TI-Daily(WS-TitIdx2)
                     = TI-Board(WS-TitIdx2 + 1)
                     + TI-Daily(WS-TitIdx2 + 1)
                     AND TI-Days(WS-TitIdx2)
                     < TI-Days(WS-TitIdx2 + 1)) THEN
                        MOVE TitleEntry(WS-TitIdx2) TO WS-SwapTitle
                        MOVE TitleEntry(WS-TitIdx2 + 1) TO
                         TitleEntry(WS-TitIdx2)
                        MOVE WS-SwapTitle TO
                         TitleEntry(WS-TitIdx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        WriteTitles.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "CHAMPIONSHIPS ACROSS " WS-SeasonCount
             " SEASON(S)"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE "INITIALS  BOARD TITLES  DAILY TITLES  DAYS WON"
             TO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING TitI FROM 1 BY 1 UNTIL TitI > TitleCount
                MOVE SPACES TO WS-Line
                STRING TI-Initials(TitI)
                 "       " TI-Board(TitI)
                 "           " TI-Daily(TitI)
                 "           " TI-Days(TitI)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-PERFORM.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
