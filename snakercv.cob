        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakercv.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL UnloadFile ASSIGN TO DYNAMIC
             WS-UldFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UnloadStatus.
            SELECT OPTIONAL JournalFile ASSIGN TO DYNAMIC
             WS-JournalName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JournalStatus.
            SELECT ReportFile ASSIGN TO "SNAKERCV.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD UnloadFile.
        01 UnloadRecord PIC X(80).
        FD JournalFile.
        01 JournalLine PIC X(177).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-HiScoreStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-UnloadStatus PIC XX.
        01 WS-JournalStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-OpenStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-ParmFile PIC X(20).
        01 WS-ParmPoint PIC X(20).
        01 WS-RunDate PIC 9(8).
        01 WS-UldFileName PIC X(16).
        01 WS-JournalName PIC X(16).
        01 WS-FileName PIC X(8).
        01 WS-RecLen PIC 999.
        01 WS-LayoutLen PIC 999.
        01 WS-KeyLen PIC 99.
        01 WS-RecImage PIC X(78).
        01 WS-Line PIC X(100).
        01 WS-RecCount PIC 9(6) VALUE ZERO.
        01 WS-Hash PIC 9(10) VALUE ZERO.
        01 WS-HashWork PIC 9(12).
        01 WS-CharIdx PIC 999.
        01 WS-TrailCount PIC 9(6) VALUE ZERO.
        01 WS-TrailHash PIC 9(10) VALUE ZERO.
        01 WS-UnloadStamp PIC X(14) VALUE SPACES.
        01 WS-UnloadFile PIC X(8) VALUE SPACES.
        01 WS-HeaderFlag PIC 9 VALUE 0.
            88 HeaderSeen    VALUE 1.
            88 HeaderNotSeen VALUE 0.
        01 WS-TrailerFlag PIC 9 VALUE 0.
            88 TrailerSeen    VALUE 1.
            88 TrailerNotSeen VALUE 0.
        01 WS-VerifyFlag PIC 9 VALUE 0.
            88 VerifyGood VALUE 1.
            88 VerifyBad  VALUE 0.
        01 WS-TargetPoint PIC X(14).
        01 WS-ChangePoint PIC X(14).
        01 WS-RecoveredTo PIC X(14) VALUE SPACES.
        01 WS-ExpectedSeq PIC 9(8).
        01 WS-RollFlag PIC 9 VALUE 0.
            88 RollGoing     VALUE 0.
            88 RollAtTarget  VALUE 1.
            88 RollBroken    VALUE 2.
            88 RollNoJournal VALUE 3.
        01 WS-StopReason PIC X(60).
        01 WS-ChangeResult PIC X(16).
        01 WS-ActionText PIC X(6).
        01 WS-SearchKey PIC X(11).
        01 WS-FoundIdx PIC 9(4).
        01 WS-RcvIdx PIC 9(4).
        01 WS-ChangesRead PIC 9(6) VALUE ZERO.
        01 WS-Applied PIC 9(6) VALUE ZERO.
        01 WS-AlreadyIn PIC 9(6) VALUE ZERO.
        01 WS-NotApplied PIC 9(6) VALUE ZERO.
        01 WS-LiveCount PIC 9(6) VALUE ZERO.
        01 WS-WriteFailCount PIC 9(6) VALUE ZERO.
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 WS-MasterLockFlag PIC 9 VALUE 0.
            88 MasterLockHeld    VALUE 1.
            88 MasterLockNotHeld VALUE 0.
        01 RecoveryTable.
            02 RcvCount PIC 9(4) VALUE ZERO.
            02 RcvEntry OCCURS 2000 TIMES.
                03 RV-Image   PIC X(67).
                03 RV-LiveFlag PIC 9.
                    88 RV-Live VALUE 1.
                    88 RV-Gone VALUE 0.
        01 WS-RcvOverflowFlag PIC 9 VALUE 0.
            88 RcvOverflow VALUE 1.
            88 RcvFits     VALUE 0.
            COPY "JrnlRecord.cpy".
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            OPEN OUTPUT ReportFile.
            PERFORM ReadParm.
            IF RETURN-CODE = 8 THEN
                CLOSE ReportFile
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING WS-FileName DELIMITED BY SPACE
             ".DAT ROLL-FORWARD RECOVERY - RUN DATE " WS-RunDate
             " TO POINT " WS-TargetPoint
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM ObtainLocks.
            PERFORM VerifyUnloadFile.
            IF VerifyBad THEN
                MOVE 8 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            PERFORM LoadUnloadImages.
            IF RcvOverflow THEN
                MOVE SPACES TO WS-Line
                STRING WS-UldFileName DELIMITED BY SPACE
                 " HOLDS MORE THAN 2000 RECORDS - NOT RECOVERED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 12 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "UNLOAD " DELIMITED BY SIZE
             WS-UldFileName DELIMITED BY SPACE
             " TAKEN " WS-UnloadStamp
             " RECORDS=" WS-RecCount " HASH=" WS-Hash " VERIFIED"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF WS-TargetPoint < WS-UnloadStamp THEN
                MOVE SPACES TO WS-Line
                STRING "RECOVERY POINT " WS-TargetPoint
                 " IS BEFORE THE UNLOAD - USE AN OLDER UNLOAD AND "
                 "JOURNAL.ARC"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 8 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            MOVE WS-UnloadStamp TO WS-RecoveredTo.
            PERFORM RollForward.
            IF RollNoJournal THEN
                MOVE 8 TO RETURN-CODE
                PERFORM CloseAndStop
            END-IF.
            PERFORM RebuildMasterFile.
            IF RETURN-CODE = 12 THEN
                PERFORM CloseAndStop
            END-IF.
            PERFORM ReportSummary.
            IF RollBroken OR WS-WriteFailCount > 0 THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM CloseAndStop.

        CloseAndStop.
            MOVE RETURN-CODE TO WS-RunRc.
            PERFORM ReleaseLocks.
            MOVE WS-RunRc TO RETURN-CODE.
            CLOSE ReportFile.
            PERFORM WriteRunStatus.
            STOP RUN.

        ReadParm.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE FUNCTION UPPER-CASE(WS-Parm) TO WS-Parm.
            MOVE SPACES TO WS-ParmFile WS-ParmPoint.
            UNSTRING WS-Parm DELIMITED BY ALL SPACE
             INTO WS-ParmFile WS-ParmPoint.
            EVALUATE WS-ParmFile(1:8)
                WHEN "HISCORE "
                    MOVE "HISCORE" TO WS-FileName
                    MOVE 35 TO WS-LayoutLen
                    MOVE 11 TO WS-KeyLen
                WHEN "PLAYER  "
                    MOVE "PLAYER" TO WS-FileName
                    MOVE 67 TO WS-LayoutLen
                    MOVE 3 TO WS-KeyLen
                WHEN OTHER
                    MOVE SPACES TO WS-Line
                    STRING "PARM MUST BE HISCORE OR PLAYER, OPTIONALLY "
                     "FOLLOWED BY A POINT YYYYMMDD OR YYYYMMDDHHMMSS"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE WS-LayoutLen TO WS-RecLen.
            MOVE SPACES TO WS-UldFileName WS-JournalName.
            STRING WS-FileName DELIMITED BY SPACE
             ".ULD" DELIMITED BY SIZE
             INTO WS-UldFileName.
            STRING WS-FileName DELIMITED BY SPACE
             ".JNL" DELIMITED BY SIZE
             INTO WS-JournalName.
            EVALUATE True
                WHEN WS-ParmPoint = SPACES
                    MOVE ALL "9" TO WS-TargetPoint
                WHEN WS-ParmPoint(1:8) IS NUMERIC
                 AND WS-ParmPoint(9:12) = SPACES
                    MOVE WS-ParmPoint(1:8) TO WS-TargetPoint(1:8)
                    MOVE "235959" TO WS-TargetPoint(9:6)
                WHEN WS-ParmPoint(1:14) IS NUMERIC
                 AND WS-ParmPoint(15:6) = SPACES
                    MOVE WS-ParmPoint(1:14) TO WS-TargetPoint
                WHEN OTHER
                    MOVE SPACES TO WS-TargetPoint
            END-EVALUATE.
            IF WS-TargetPoint = SPACES THEN
                MOVE SPACES TO WS-Line
                STRING "RECOVERY POINT " DELIMITED BY SIZE
                 WS-ParmPoint DELIMITED BY SPACE
                 " IS NOT YYYYMMDD OR YYYYMMDDHHMMSS"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TargetPoint NOT = ALL "9" THEN
                IF FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-TargetPoint(1:8))) = 0
                 OR WS-TargetPoint(9:2) > "23"
                 OR WS-TargetPoint(11:2) > "59"
                 OR WS-TargetPoint(13:2) > "59" THEN
                    MOVE SPACES TO WS-Line
                    STRING "RECOVERY POINT " DELIMITED BY SIZE
                     WS-ParmPoint DELIMITED BY SPACE
                     " IS NOT A VALID DATE AND TIME"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

        ObtainLocks.
            IF WS-FileName = "HISCORE" THEN
                MOVE "OBTAIN" TO WS-LockAction
                MOVE "HISCORE" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
                IF WS-LockResult NOT = ZERO THEN
                    MOVE SPACES TO WS-Line
                    STRING "HISCORE.DAT LOCKED BY ANOTHER PROGRAM - "
                     "NOT RECOVERED"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    MOVE 12 TO RETURN-CODE
                    CLOSE ReportFile
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
                SET MasterLockHeld TO True
            END-IF.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "JOURNAL" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                MOVE SPACES TO WS-Line
                STRING "JOURNAL LOCKED BY ANOTHER PROGRAM - "
                 "NOT RECOVERED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                IF MasterLockHeld THEN
                    MOVE "RELEASE" TO WS-LockAction
                    MOVE "HISCORE" TO WS-LockName
                    CALL "snakelok" USING WS-LockAction WS-LockName
                     WS-LockResult
                END-IF
                MOVE 12 TO RETURN-CODE
                CLOSE ReportFile
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.

        ReleaseLocks.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "JOURNAL" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF MasterLockHeld THEN
                MOVE "RELEASE" TO WS-LockAction
                MOVE "HISCORE" TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
            END-IF.

        VerifyUnloadFile.
            SET VerifyBad TO True.
            SET HeaderNotSeen TO True.
            SET TrailerNotSeen TO True.
            MOVE ZERO TO WS-RecCount.
            MOVE ZERO TO WS-Hash.
            OPEN INPUT UnloadFile.
            IF WS-UnloadStatus NOT = "00" THEN
                IF WS-UnloadStatus = "05" THEN
                    CLOSE UnloadFile
                END-IF
                MOVE SPACES TO WS-Line
                STRING "CANNOT OPEN " WS-UldFileName
                 " STATUS " WS-UnloadStatus
                 " - TAKE AN UNLOAD WITH SNAKEULD FIRST"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-UnloadStatus NOT = "00"
                READ UnloadFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-UnloadStatus
                    NOT AT END
                        PERFORM VerifyUnloadLine
                END-READ
            END-PERFORM.
            CLOSE UnloadFile.
            MOVE SPACES TO WS-Line.
            EVALUATE True
                WHEN HeaderNotSeen
                    STRING WS-UldFileName DELIMITED BY SPACE
                     " HAS NO UNLOAD HEADER"
                     DELIMITED BY SIZE INTO WS-Line
                WHEN WS-UnloadFile NOT = WS-FileName
                    STRING WS-UldFileName DELIMITED BY SPACE
                     " IS AN UNLOAD OF " WS-UnloadFile
                     DELIMITED BY SIZE INTO WS-Line
                WHEN TrailerNotSeen
                    STRING WS-UldFileName DELIMITED BY SPACE
                     " HAS NO TRAILER RECORD - UNLOAD MAY BE "
                     "INCOMPLETE"
                     DELIMITED BY SIZE INTO WS-Line
                WHEN WS-RecCount NOT = WS-TrailCount
                    STRING "RECORD COUNT MISMATCH - TRAILER "
                     WS-TrailCount " COUNTED " WS-RecCount
                     DELIMITED BY SIZE INTO WS-Line
                WHEN WS-Hash NOT = WS-TrailHash
                    STRING "HASH TOTAL MISMATCH - TRAILER "
                     WS-TrailHash " COMPUTED " WS-Hash
                     DELIMITED BY SIZE INTO WS-Line
                WHEN WS-RecLen NOT = WS-LayoutLen
                    STRING WS-UldFileName DELIMITED BY SPACE
                     " RECLEN " WS-RecLen
                     " IS NOT THE CURRENT LAYOUT (" WS-LayoutLen
                     ") - RELOAD IT WITH SNAKELOD FIRST"
                     DELIMITED BY SIZE INTO WS-Line
                WHEN OTHER
                    SET VerifyGood TO True
            END-EVALUATE.
            IF VerifyBad THEN
                PERFORM EmitLine
            END-IF.

        VerifyUnloadLine.
            IF UnloadRecord(1:7) = "UNLOAD " THEN
                SET HeaderSeen TO True
                MOVE UnloadRecord(8:8) TO WS-UnloadFile
                MOVE UnloadRecord(22:14) TO WS-UnloadStamp
                IF UnloadRecord(36:8) = " RECLEN "
                 AND UnloadRecord(44:3) IS NUMERIC THEN
                    MOVE UnloadRecord(44:3) TO WS-RecLen
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF UnloadRecord(1:8) = "TRAILER " THEN
                SET TrailerSeen TO True
                IF UnloadRecord(15:6) IS NUMERIC THEN
                    MOVE UnloadRecord(15:6) TO WS-TrailCount
                END-IF
                IF UnloadRecord(27:10) IS NUMERIC THEN
                    MOVE UnloadRecord(27:10) TO WS-TrailHash
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF UnloadRecord(1:2) = "D " THEN
                ADD 1 TO WS-RecCount
                MOVE SPACES TO WS-RecImage
                MOVE UnloadRecord(3:78) TO WS-RecImage
                PERFORM HashRecord
            END-IF.

        HashRecord.
            PERFORM VARYING WS-CharIdx FROM 1 BY 1 UNTIL
             WS-CharIdx > WS-RecLen
                COMPUTE WS-HashWork = WS-Hash +
                 (FUNCTION ORD(WS-RecImage(WS-CharIdx:1))
                  * WS-CharIdx)
                COMPUTE WS-Hash =
                 FUNCTION MOD(WS-HashWork, 10000000000)
            END-PERFORM.

        LoadUnloadImages.
            MOVE ZERO TO RcvCount.
            OPEN INPUT UnloadFile.
            PERFORM UNTIL WS-UnloadStatus NOT = "00"
                READ UnloadFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-UnloadStatus
                    NOT AT END
                        IF UnloadRecord(1:2) = "D " THEN
                            PERFORM KeepUnloadImage
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE UnloadFile.

        KeepUnloadImage.
            IF RcvCount >= 2000 THEN
                SET RcvOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO RcvCount.
            MOVE SPACES TO RV-Image(RcvCount).
            MOVE UnloadRecord(3:WS-LayoutLen) TO RV-Image(RcvCount).
            SET RV-Live(RcvCount) TO True.

        RollForward.
            SET RollGoing TO True.
            OPEN INPUT JournalFile.
            IF WS-JournalStatus NOT = "00" THEN
                IF WS-JournalStatus = "05" THEN
                    CLOSE JournalFile
                END-IF
                MOVE SPACES TO WS-Line
                STRING "NO JOURNAL " DELIMITED BY SIZE
                 WS-JournalName DELIMITED BY SPACE
                 " - CHANGES SINCE THE UNLOAD CANNOT BE ACCOUNTED FOR"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                SET RollNoJournal TO True
                EXIT PARAGRAPH
            END-IF.
            READ JournalFile INTO JrnlRecord
                AT END
                    MOVE SPACES TO JrnlRecord
            END-READ.
            IF NOT JR-Header OR JR-UnloadStamp NOT = WS-UnloadStamp
             OR JR-Seq IS NOT NUMERIC THEN
                MOVE SPACES TO WS-Line
                IF JR-Header THEN
                    STRING "GAP - " DELIMITED BY SIZE
                     WS-JournalName DELIMITED BY SPACE
                     " STARTS AT UNLOAD " JR-UnloadStamp
                     " BUT " DELIMITED BY SIZE
                     WS-UldFileName DELIMITED BY SPACE
                     " WAS TAKEN " WS-UnloadStamp
                     DELIMITED BY SIZE INTO WS-Line
                ELSE
                    STRING "GAP - " DELIMITED BY SIZE
                     WS-JournalName DELIMITED BY SPACE
                     " HAS NO CUT-OVER HEADER FROM SNAKEULD"
                     DELIMITED BY SIZE INTO WS-Line
                END-IF
                PERFORM EmitLine
                CLOSE JournalFile
                SET RollNoJournal TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO JR-Seq GIVING WS-ExpectedSeq.
            MOVE SPACES TO WS-Line.
            STRING "JOURNAL " DELIMITED BY SIZE
             WS-JournalName DELIMITED BY SPACE
             " CUT OVER " JR-Date " " JR-Time(1:6)
             " FIRST SEQUENCE " WS-ExpectedSeq
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SEQUENCE DATE     TIME   PROGRAM   ACTION RESULT"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM UNTIL WS-JournalStatus NOT = "00"
                READ JournalFile INTO JrnlRecord
                    AT END
                        MOVE "10" TO WS-JournalStatus
                    NOT AT END
                        PERFORM RollOneChange
                END-READ
            END-PERFORM.
            CLOSE JournalFile.

        RollOneChange.
            ADD 1 TO WS-ChangesRead.
            IF NOT RollGoing THEN
                ADD 1 TO WS-NotApplied
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-StopReason.
            IF NOT JR-Change OR JR-File NOT = WS-FileName THEN
                STRING "UNEXPECTED RECORD TYPE " JR-Type
                 " FILE " JR-File
                 DELIMITED BY SIZE INTO WS-StopReason
                PERFORM StopRollForward
                EXIT PARAGRAPH
            END-IF.
            MOVE JR-Date TO WS-ChangePoint(1:8).
            MOVE JR-Time(1:6) TO WS-ChangePoint(9:6).
            IF WS-ChangePoint > WS-TargetPoint THEN
                SET RollAtTarget TO True
                ADD 1 TO WS-NotApplied
                EXIT PARAGRAPH
            END-IF.
            EVALUATE True
                WHEN JR-Seq IS NOT NUMERIC
                    STRING "SEQUENCE NUMBER NOT NUMERIC"
                     DELIMITED BY SIZE INTO WS-StopReason
                WHEN JR-Seq NOT = WS-ExpectedSeq
                    STRING "SEQUENCE BREAK - EXPECTED "
                     WS-ExpectedSeq " FOUND " JR-Seq
                     DELIMITED BY SIZE INTO WS-StopReason
                WHEN NOT JR-Add AND NOT JR-Chg AND NOT JR-Del
                    STRING "UNKNOWN ACTION " JR-Action
                     DELIMITED BY SIZE INTO WS-StopReason
            END-EVALUATE.
            IF WS-StopReason NOT = SPACES THEN
                PERFORM StopRollForward
                EXIT PARAGRAPH
            END-IF.
            PERFORM ApplyChange.
            IF WS-StopReason NOT = SPACES THEN
                PERFORM StopRollForward
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-ChangePoint TO WS-RecoveredTo.
            ADD 1 TO WS-ExpectedSeq.
            PERFORM ReportChange.

        ApplyChange.
            MOVE SPACES TO WS-SearchKey.
            IF JR-Del THEN
                MOVE "DELETE" TO WS-ActionText
                MOVE JR-Before(1:WS-KeyLen) TO WS-SearchKey
            ELSE
                IF JR-Add THEN
                    MOVE "ADD" TO WS-ActionText
                ELSE
                    MOVE "CHANGE" TO WS-ActionText
                END-IF
                MOVE JR-After(1:WS-KeyLen) TO WS-SearchKey
            END-IF.
            PERFORM FindImage.
            EVALUATE True
                WHEN WS-FoundIdx = 0 AND JR-Del
                    MOVE "ALREADY IN ULD" TO WS-ChangeResult
                    ADD 1 TO WS-AlreadyIn
                WHEN WS-FoundIdx = 0 AND JR-Add
                    PERFORM AddImage
                    MOVE "APPLIED" TO WS-ChangeResult
                    ADD 1 TO WS-Applied
                WHEN WS-FoundIdx = 0
                    MOVE "BEFORE IMAGE NOT ON FILE" TO WS-StopReason
                WHEN RV-Image(WS-FoundIdx) = JR-After(1:67)
                 AND NOT JR-Del
                    MOVE "ALREADY IN ULD" TO WS-ChangeResult
                    ADD 1 TO WS-AlreadyIn
                WHEN RV-Image(WS-FoundIdx) = JR-Before(1:67)
                 AND NOT JR-Add
                    IF JR-Del THEN
                        SET RV-Gone(WS-FoundIdx) TO True
                    ELSE
                        MOVE JR-After(1:67) TO RV-Image(WS-FoundIdx)
                    END-IF
                    MOVE "APPLIED" TO WS-ChangeResult
                    ADD 1 TO WS-Applied
                WHEN JR-Add
                    MOVE "ADD FOUND A DIFFERENT RECORD ON FILE"
                     TO WS-StopReason
                WHEN OTHER
                    MOVE "BEFORE IMAGE DOES NOT MATCH THE FILE"
                     TO WS-StopReason
            END-EVALUATE.

        FindImage.
            MOVE ZERO TO WS-FoundIdx.
            PERFORM VARYING WS-RcvIdx FROM 1 BY 1 UNTIL
             WS-RcvIdx > RcvCount OR WS-FoundIdx > 0
                IF RV-Live(WS-RcvIdx)
                 AND RV-Image(WS-RcvIdx)(1:WS-KeyLen) =
                  WS-SearchKey(1:WS-KeyLen) THEN
                    MOVE WS-RcvIdx TO WS-FoundIdx
                END-IF
            END-PERFORM.

        AddImage.
            PERFORM VARYING WS-RcvIdx FROM 1 BY 1 UNTIL
             WS-RcvIdx > RcvCount OR RV-Gone(WS-RcvIdx)
                CONTINUE
            END-PERFORM.
            IF WS-RcvIdx > RcvCount THEN
                IF RcvCount >= 2000 THEN
                    MOVE "RECOVERY TABLE FULL (2000 RECORDS)"
                     TO WS-StopReason
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO RcvCount
                MOVE RcvCount TO WS-RcvIdx
            END-IF.
            MOVE JR-After(1:67) TO RV-Image(WS-RcvIdx).
            SET RV-Live(WS-RcvIdx) TO True.

        ReportChange.
            MOVE SPACES TO WS-Line.
            STRING JR-Seq " " JR-Date " " JR-Time(1:6) " "
             JR-Program " " WS-ActionText " " WS-ChangeResult
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF NOT JR-Add THEN
                MOVE SPACES TO WS-Line
                STRING "    BEFORE " JR-Before(1:WS-LayoutLen)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF NOT JR-Del THEN
                MOVE SPACES TO WS-Line
                STRING "    AFTER  " JR-After(1:WS-LayoutLen)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        StopRollForward.
            SET RollBroken TO True.
            ADD 1 TO WS-NotApplied.
            MOVE SPACES TO WS-Line.
            STRING JR-Seq " " JR-Date " " JR-Time(1:6) " "
             JR-Program " STOPPED - " WS-StopReason
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        RebuildMasterFile.
            IF WS-FileName = "HISCORE" THEN
                OPEN OUTPUT HiScoreFile
                MOVE WS-HiScoreStatus TO WS-OpenStatus
            ELSE
                OPEN OUTPUT PlayerFile
                MOVE WS-PlayerStatus TO WS-OpenStatus
            END-IF.
            IF WS-OpenStatus NOT = "00"
             AND WS-OpenStatus NOT = "05" THEN
                MOVE SPACES TO WS-Line
                STRING "CANNOT OPEN " DELIMITED BY SIZE
                 WS-FileName DELIMITED BY SPACE
                 ".DAT FOR REBUILD, STATUS " WS-OpenStatus
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-RcvIdx FROM 1 BY 1 UNTIL
             WS-RcvIdx > RcvCount
                IF RV-Live(WS-RcvIdx) THEN
                    PERFORM WriteMasterRecord
                END-IF
            END-PERFORM.
            IF WS-FileName = "HISCORE" THEN
                CLOSE HiScoreFile
            ELSE
                CLOSE PlayerFile
            END-IF.

        WriteMasterRecord.
            IF WS-FileName = "HISCORE" THEN
                MOVE RV-Image(WS-RcvIdx)(1:35) TO HiScoreRecord
                WRITE HiScoreRecord
                    INVALID KEY
                        ADD 1 TO WS-WriteFailCount
                    NOT INVALID KEY
                        ADD 1 TO WS-LiveCount
                END-WRITE
            ELSE
                MOVE RV-Image(WS-RcvIdx) TO PlayerRecord
                WRITE PlayerRecord
                    INVALID KEY
                        ADD 1 TO WS-WriteFailCount
                    NOT INVALID KEY
                        ADD 1 TO WS-LiveCount
                END-WRITE
            END-IF.

        ReportSummary.
            MOVE SPACES TO WS-Line.
            STRING "JOURNAL CHANGES READ=" WS-ChangesRead
             " APPLIED=" WS-Applied
             " ALREADY IN ULD=" WS-AlreadyIn
             " NOT APPLIED=" WS-NotApplied
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING WS-FileName DELIMITED BY SPACE
             ".DAT REBUILT WITH " WS-LiveCount
             " RECORD(S) AS AT " WS-RecoveredTo
             " REJECTED=" WS-WriteFailCount
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF RollBroken THEN
                MOVE SPACES TO WS-Line
                STRING "ROLL-FORWARD STOPPED AT THE BREAK ABOVE - "
                 "LATER CHANGES ARE NOT IN THE FILE"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF RollBroken OR RollAtTarget THEN
                MOVE SPACES TO WS-Line
                STRING "TAKE A FRESH SNAKEULD UNLOAD OF "
                 DELIMITED BY SIZE
                 WS-FileName DELIMITED BY SPACE
                 " BEFORE UPDATES RESUME SO THE JOURNAL RESTARTS "
                 "FROM THIS FILE"
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
                STRING "APPLIED=" WS-Applied " TO=" WS-RecoveredTo
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKERCV" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
