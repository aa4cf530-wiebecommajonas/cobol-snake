        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakesel.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
        DATA DIVISION.
        FILE SECTION.
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        WORKING-STORAGE SECTION.
        01 WS-SessIdxStatus PIC XX.
        01 WS-Answer PIC X(10).
        01 WS-DimField PIC X(3).
        01 WS-PickMethod PIC X.
            88 PickByPlayer VALUE "P".
            88 PickByDate   VALUE "D".
            88 PickByBest   VALUE "B".
            88 PickNone     VALUE SPACE.
        01 WS-SelInitials PIC X(3).
        01 WS-SelDate PIC 9(8).
        01 WS-SelWidth PIC 999.
        01 WS-SelHeight PIC 999.
        01 WS-SelSpeed PIC 999.
        01 WS-PickNum PIC 99.
        01 WS-SwapIdx PIC 99.
        01 WS-SortDoneFlag PIC 9 VALUE 0.
            88 SortDone    VALUE 1.
            88 SortNotDone VALUE 0.
        01 WS-MoreFlag PIC 9 VALUE 0.
            88 MoreThanShown VALUE 1.
            88 AllShown      VALUE 0.
        01 WS-WhereText PIC X(10).
        01 WS-ShowNum PIC Z9.
        01 PickTable.
            02 PickCount PIC 99 VALUE ZERO.
            02 PickEntry OCCURS 20 TIMES INDEXED BY PickI.
                03 PK-Id        PIC X(15).
                03 PK-Date      PIC 9(8).
                03 PK-Time      PIC 9(6).
                03 PK-Initials  PIC X(3).
                03 PK-Score     PIC 9(5).
                03 PK-Length    PIC 9(3).
                03 PK-Frames    PIC 9(5).
                03 PK-Width     PIC 9(3).
                03 PK-Height    PIC 9(3).
                03 PK-EndReason PIC X(4).
                03 PK-Where     PIC X.
        01 WS-PickSwap.
            02 PKS-Id        PIC X(15).
            02 PKS-Date      PIC 9(8).
            02 PKS-Time      PIC 9(6).
            02 PKS-Initials  PIC X(3).
            02 PKS-Score     PIC 9(5).
            02 PKS-Length    PIC 9(3).
            02 PKS-Frames    PIC 9(5).
            02 PKS-Width     PIC 9(3).
            02 PKS-Height    PIC 9(3).
            02 PKS-EndReason PIC X(4).
            02 PKS-Where     PIC X.
        01 WS-SavedRc PIC S9(4) COMP.
        LINKAGE SECTION.
            COPY "SessSelParm.cpy".
        PROCEDURE DIVISION USING SessSelParm.
        Main.
            MOVE RETURN-CODE TO WS-SavedRc.
            PERFORM SelectSession.
            MOVE WS-SavedRc TO RETURN-CODE.
            EXIT PROGRAM.

        SelectSession.
            SET SL-NonePicked TO True.
            MOVE SPACES TO SL-Id SL-Where SL-EndReason.
            MOVE ZEROS TO SL-Frames SL-BoardWidth SL-BoardHeight.
            MOVE ZERO TO PickCount.
            SET AllShown TO True.
            OPEN INPUT SessIdxFile.
            IF WS-SessIdxStatus = "05" OR WS-SessIdxStatus = "35" THEN
                IF WS-SessIdxStatus = "05" THEN
                    CLOSE SessIdxFile
                END-IF
                DISPLAY "No sessions catalogued in SESSIDX.DAT - "
                 "run snakeidx to rebuild it from SNAKE.LOG"
                SET SL-NoCatalog TO True
                EXIT PARAGRAPH
            END-IF.
            IF WS-SessIdxStatus NOT = "00" THEN
                DISPLAY "Cannot open SESSIDX.DAT, status "
                 WS-SessIdxStatus
                SET SL-NoCatalog TO True
                EXIT PARAGRAPH
            END-IF.
            PERFORM AskPickMethod.
            IF NOT PickNone THEN
                PERFORM AskPickFilter
            END-IF.
            IF PickNone THEN
                CLOSE SessIdxFile
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-SessIdxStatus NOT = "00"
                READ SessIdxFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-SessIdxStatus
                    NOT AT END
                        PERFORM MatchCandidate
                END-READ
            END-PERFORM.
            CLOSE SessIdxFile.
            IF PickCount = 0 THEN
                DISPLAY "No catalogued sessions match"
                EXIT PARAGRAPH
            END-IF.
            PERFORM ShowCandidates.
            PERFORM AskPickNumber.

        AskPickMethod.
            DISPLAY "Pick session by (P)layer, (D)ate or (B)est "
             "score for this class (Enter=none): "
             WITH NO ADVANCING.
            ACCEPT WS-Answer.
            MOVE FUNCTION UPPER-CASE(WS-Answer(1:1)) TO WS-PickMethod.
            IF NOT PickByPlayer AND NOT PickByDate
             AND NOT PickByBest THEN
                SET PickNone TO True
            END-IF.

        AskPickFilter.
            EVALUATE True
                WHEN PickByPlayer
                    DISPLAY "Player initials: " WITH NO ADVANCING
                    ACCEPT WS-Answer
                    MOVE FUNCTION UPPER-CASE(WS-Answer(1:3))
                     TO WS-SelInitials
                    IF WS-SelInitials = SPACES THEN
                        SET PickNone TO True
                    END-IF
                WHEN PickByDate
                    DISPLAY "Session date YYYYMMDD (Enter=today): "
                     WITH NO ADVANCING
                    ACCEPT WS-Answer
                    IF WS-Answer = SPACES THEN
                        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SelDate
                    ELSE
                        IF WS-Answer(1:8) IS NUMERIC THEN
                            MOVE WS-Answer(1:8) TO WS-SelDate
                        ELSE
                            DISPLAY "Date must be YYYYMMDD"
                            SET PickNone TO True
                        END-IF
                    END-IF
                WHEN PickByBest
                    PERFORM AskPickClass
            END-EVALUATE.

        AskPickClass.
            MOVE SL-Width TO WS-SelWidth.
            MOVE SL-Height TO WS-SelHeight.
            MOVE SL-Speed TO WS-SelSpeed.
            IF WS-SelWidth > 0 AND WS-SelHeight > 0 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 50 TO WS-SelWidth.
            MOVE 20 TO WS-SelHeight.
            MOVE ZERO TO WS-SelSpeed.
            DISPLAY "Board width (Enter=050): " WITH NO ADVANCING.
            ACCEPT WS-DimField.
            IF WS-DimField IS NUMERIC THEN
                MOVE WS-DimField TO WS-SelWidth
            END-IF.
            DISPLAY "Board height (Enter=020): " WITH NO ADVANCING.
            ACCEPT WS-DimField.
            IF WS-DimField IS NUMERIC THEN
                MOVE WS-DimField TO WS-SelHeight
            END-IF.
            DISPLAY "Speed (Enter=any): " WITH NO ADVANCING.
            ACCEPT WS-DimField.
            IF WS-DimField IS NUMERIC THEN
                MOVE WS-DimField TO WS-SelSpeed
            END-IF.

        MatchCandidate.
            IF SX-Frames = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            IF SL-ForGhost THEN
                IF SX-ModeTwoPlayer OR SX-StillOpen THEN
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            EVALUATE True
                WHEN PickByPlayer
                    IF SX-Initials NOT = WS-SelInitials THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM KeepNewest
                WHEN PickByDate
                    IF SX-Date NOT = WS-SelDate THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM KeepNewest
                WHEN PickByBest
                    IF SX-Width NOT = WS-SelWidth
                     OR SX-Height NOT = WS-SelHeight THEN
                        EXIT PARAGRAPH
                    END-IF
                    IF WS-SelSpeed > 0 AND SX-Speed > 0
                     AND SX-Speed NOT = WS-SelSpeed THEN
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM KeepBest
            END-EVALUATE.

        LoadPickSwap.
            MOVE SX-Id TO PKS-Id.
            MOVE SX-Date TO PKS-Date.
            MOVE SX-Time TO PKS-Time.
            MOVE SX-Initials TO PKS-Initials.
            MOVE SX-Score TO PKS-Score.
            MOVE SX-Length TO PKS-Length.
            MOVE SX-Frames TO PKS-Frames.
            MOVE SX-Width TO PKS-Width.
            MOVE SX-Height TO PKS-Height.
            MOVE SX-EndReason TO PKS-EndReason.
            MOVE SX-Where TO PKS-Where.

        KeepNewest.
            PERFORM LoadPickSwap.
            IF PickCount < 20 THEN
                ADD 1 TO PickCount
            ELSE
                SET MoreThanShown TO True
                PERFORM VARYING PickI FROM 1 BY 1 UNTIL PickI > 19
                    MOVE PickEntry(PickI + 1) TO PickEntry(PickI)
                END-PERFORM
            END-IF.
            MOVE WS-PickSwap TO PickEntry(PickCount).

        KeepBest.
            IF PickCount >= 20 THEN
                SET MoreThanShown TO True
                IF SX-Score <= PK-Score(20) THEN
                    EXIT PARAGRAPH
                END-IF
            ELSE
                ADD 1 TO PickCount
            END-IF.
            PERFORM LoadPickSwap.
            MOVE WS-PickSwap TO PickEntry(PickCount).
            MOVE PickCount TO WS-SwapIdx.
            SET SortNotDone TO True.
            PERFORM UNTIL SortDone
                IF WS-SwapIdx < 2 THEN
                    SET SortDone TO True
                ELSE
                    IF PK-Score(WS-SwapIdx) > PK-Score(WS-SwapIdx - 1)
                     THEN
                        MOVE PickEntry(WS-SwapIdx - 1) TO WS-PickSwap
                        MOVE PickEntry(WS-SwapIdx)
                         TO PickEntry(WS-SwapIdx - 1)
                        MOVE WS-PickSwap TO PickEntry(WS-SwapIdx)
                        SUBTRACT 1 FROM WS-SwapIdx
                    ELSE
                        SET SortDone TO True
                    END-IF
                END-IF
            END-PERFORM.

        ShowCandidates.
            IF PickByBest THEN
                DISPLAY "Best sessions for board " WS-SelWidth "x"
                 WS-SelHeight ":"
            ELSE
                DISPLAY "Catalogued sessions (newest last):"
            END-IF.
            PERFORM VARYING PickI FROM 1 BY 1 UNTIL PickI > PickCount
                IF PK-Where(PickI) = "A" THEN
                    MOVE " (archive)" TO WS-WhereText
                ELSE
                    MOVE SPACES TO WS-WhereText
                END-IF
                SET WS-ShowNum TO PickI
                DISPLAY "  " WS-ShowNum ": " PK-Date(PickI) " "
                 PK-Time(PickI) " " PK-Initials(PickI)
                 "  score " PK-Score(PickI)
                 "  len " PK-Length(PickI)
                 "  frames " PK-Frames(PickI)
                 "  " PK-EndReason(PickI) WS-WhereText
            END-PERFORM.
            IF MoreThanShown THEN
                IF PickByBest THEN
                    DISPLAY "  (top 20 shown)"
                ELSE
                    DISPLAY "  (newest 20 shown)"
                END-IF
            END-IF.

        AskPickNumber.
            DISPLAY "Session (0=none): " WITH NO ADVANCING.
            ACCEPT WS-Answer.
            MOVE ZERO TO WS-PickNum.
            IF WS-Answer(1:2) IS NUMERIC THEN
                MOVE WS-Answer(1:2) TO WS-PickNum
            ELSE
                IF WS-Answer(1:1) IS NUMERIC THEN
                    MOVE WS-Answer(1:1) TO WS-PickNum
                END-IF
            END-IF.
            IF WS-PickNum < 1 OR WS-PickNum > PickCount THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE PK-Id(WS-PickNum) TO SL-Id.
            MOVE PK-Where(WS-PickNum) TO SL-Where.
            MOVE PK-Frames(WS-PickNum) TO SL-Frames.
            MOVE PK-Width(WS-PickNum) TO SL-BoardWidth.
            MOVE PK-Height(WS-PickNum) TO SL-BoardHeight.
            MOVE PK-EndReason(WS-PickNum) TO SL-EndReason.
            SET SL-Picked TO True.
