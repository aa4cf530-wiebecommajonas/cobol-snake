        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakeera.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL EraseListFile ASSIGN TO "ERASELST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EraseListStatus.
            SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL HiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HS-Key
                FILE STATUS IS WS-HiScoreStatus.
            SELECT OPTIONAL SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT OPTIONAL SessIdxFile ASSIGN TO "SESSIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SX-Id
                FILE STATUS IS WS-SessIdxStatus.
            SELECT OPTIONAL AchieveFile ASSIGN TO "ACHIEVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AC-Key
                FILE STATUS IS WS-AchieveStatus.
            SELECT OPTIONAL RatingFile ASSIGN TO "RATING.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-Initials
                FILE STATUS IS WS-RatingStatus.
            SELECT OPTIONAL LiveFile ASSIGN TO "LIVE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-Id
                FILE STATUS IS WS-LiveStatus.
            SELECT OPTIONAL ScrubFile ASSIGN TO DYNAMIC WS-ScrubName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ScrubStatus.
            SELECT OPTIONAL WorkFile ASSIGN TO "SNAKEERA.WRK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WorkStatus.
            SELECT OPTIONAL AuditFile ASSIGN TO "SNAKEAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AuditStatus.
            SELECT ReportFile ASSIGN TO "SNAKEERA.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD EraseListFile.
        01 EraseListRecord PIC X(80).
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD HiScoreFile.
            COPY "HiScoreRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD SessIdxFile.
            COPY "SessIdxRecord.cpy".
        FD AchieveFile.
            COPY "AchieveRecord.cpy".
        FD RatingFile.
            COPY "RatingRecord.cpy".
        FD LiveFile.
            COPY "LiveRecord.cpy".
        FD ScrubFile.
        01 ScrubRecord PIC X(180).
        FD WorkFile.
        01 WorkRecord PIC X(180).
        FD AuditFile.
        01 AuditRecord PIC X(180).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-EraseListStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-HiScoreStatus PIC XX.
        01 WS-SprintStatus PIC XX.
        01 WS-SessIdxStatus PIC XX.
        01 WS-AchieveStatus PIC XX.
        01 WS-RatingStatus PIC XX.
        01 WS-LiveStatus PIC XX.
        01 WS-IdxStatus PIC XX.
        01 WS-ScrubStatus PIC XX.
        01 WS-WorkStatus PIC XX.
        01 WS-AuditStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
        01 ErasureLockNames.
            02 FILLER PIC X(8) VALUE "HISCORE".
            02 FILLER PIC X(8) VALUE "GAMEHIST".
            02 FILLER PIC X(8) VALUE "OUTBOX".
            02 FILLER PIC X(8) VALUE "SPRINT".
            02 FILLER PIC X(8) VALUE "SESSIDX".
            02 FILLER PIC X(8) VALUE "ACHIEVE".
            02 FILLER PIC X(8) VALUE "RATING".
        01 ErasureLocks REDEFINES ErasureLockNames.
            02 EL-Name PIC X(8) OCCURS 7 TIMES.
        01 WS-LockIdx PIC 99.
        01 WS-LocksHeld PIC 99 VALUE ZERO.
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-CertNo PIC X(14).
        01 WS-Line PIC X(100).
        01 WS-AuditLine PIC X(180).
        01 WS-Operator PIC X(3) VALUE "BAT".
        01 WS-Placeholder PIC X(3) VALUE "***".
        01 WS-ModeFlag PIC 9 VALUE 0.
            88 CheckOnly VALUE 0.
            88 EraseMode VALUE 1.
        01 WS-ParmBadFlag PIC 9 VALUE 0.
            88 ParmGood VALUE 0.
            88 ParmBad  VALUE 1.
        01 EraseList.
            02 EraseCount PIC 999 VALUE ZERO.
            02 EraseEntry OCCURS 100 TIMES INDEXED BY EraI.
                03 ER-Initials PIC X(3).
                03 ER-LineNo   PIC 9(4).
                03 ER-Flag     PIC 9.
                    88 ER-Accepted VALUE 1.
                    88 ER-Rejected VALUE 0.
                03 ER-Reason   PIC X(45).
                03 ER-Fields   PIC 9(7).
        01 ERA2 PIC 999.
        01 WS-ListOverflowFlag PIC 9 VALUE 0.
            88 ListOverflow VALUE 1.
            88 ListFits     VALUE 0.
        01 WS-ListLineNo PIC 9(4) VALUE ZERO.
        01 WS-AcceptCount PIC 999 VALUE ZERO.
        01 WS-RejectCount PIC 999 VALUE ZERO.
        01 WS-CharIdx PIC 9.
        01 WS-PlayerReadFlag PIC 9 VALUE 0.
            88 PlayerFileRead   VALUE 1.
            88 PlayerFileFailed VALUE 0.
        01 FileResults.
            02 FileResultEntry OCCURS 16 TIMES.
                03 FR-Name    PIC X(12).
                03 FR-Kind    PIC X.
                03 FR-Read    PIC 9(7).
                03 FR-Changed PIC 9(7).
                03 FR-Fields  PIC 9(7).
                03 FR-Result  PIC X(20).
        01 WS-FileIdx PIC 99.
        01 WS-ScrubName PIC X(12).
        01 WS-Rec PIC X(180).
        01 WS-LineHits PIC 99.
        01 WS-FieldPos PIC 999.
        01 WS-Base PIC 99.
        01 WS-Candidate PIC X(3).
        01 WS-MatchIdx PIC 999.
        01 WS-FieldFlag PIC 9 VALUE 0.
            88 FieldHit    VALUE 1.
            88 FieldMissed VALUE 0.
        01 WS-Copied PIC 9(7).
        01 WS-Recount PIC 9(7).
        01 WS-Deleted PIC 9(7).
        01 WS-IdxOpenFlag PIC 9 VALUE 0.
            88 IdxOpen    VALUE 1.
            88 IdxNotOpen VALUE 0.
        01 WS-FileFails PIC 99 VALUE ZERO.
        01 WS-JournalFails PIC 9(5) VALUE ZERO.
        01 WS-TotalRead PIC 9(8) VALUE ZERO.
        01 WS-TotalChanged PIC 9(8) VALUE ZERO.
        01 WS-TotalFields PIC 9(8) VALUE ZERO.
            COPY "GameHistRecord.cpy".
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CertNo.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            MOVE FUNCTION UPPER-CASE(WS-Parm) TO WS-Parm.
            EVALUATE WS-Parm
                WHEN SPACES
                    SET CheckOnly TO True
                WHEN "CHECK"
                    SET CheckOnly TO True
                WHEN "ERASE"
                    SET EraseMode TO True
                WHEN OTHER
                    SET ParmBad TO True
            END-EVALUATE.
            OPEN OUTPUT ReportFile.
            MOVE ALL "=" TO WS-Line(1:72).
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE PLAYER DATA ERASURE CERTIFICATE"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "CERTIFICATE NO " WS-CertNo
             "   RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            IF EraseMode THEN
                STRING "MODE ERASE - CHANGES APPLIED   PLACEHOLDER "
                 WS-Placeholder
                 DELIMITED BY SIZE INTO WS-Line
            ELSE
                STRING "MODE CHECK - NOTHING CHANGED   PLACEHOLDER "
                 WS-Placeholder
                 DELIMITED BY SIZE INTO WS-Line
            END-IF.
            PERFORM EmitLine.
            MOVE ALL "=" TO WS-Line(1:72).
            PERFORM EmitLine.
            IF ParmBad THEN
                MOVE SPACES TO WS-Line
                STRING "PARM must be blank, CHECK or ERASE - "
                 "nothing erased"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 8 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM LoadEraseList.
            IF ListOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "ERASELST.DAT holds more than 100 entries - "
                 "nothing erased"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            IF EraseCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "ERASELST.DAT missing or empty - "
                 "nothing erased"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM ValidateEntries.
            IF PlayerFileFailed THEN
                MOVE SPACES TO WS-Line
                STRING "PLAYER.DAT could not be read, status "
                 WS-PlayerStatus " - nothing erased"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            IF WS-AcceptCount = 0 THEN
                PERFORM ReportEntries
                MOVE SPACES TO WS-Line
                STRING "NO ACCEPTED ENTRIES - NOTHING ERASED"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 4 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            IF EraseMode THEN
                PERFORM ObtainErasureLocks
                IF WS-LockResult NOT = ZERO THEN
                    MOVE SPACES TO WS-Line
                    STRING "SHARED FILES LOCKED BY ANOTHER PROGRAM - "
                     "NOTHING ERASED"
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    CLOSE ReportFile
                    MOVE 12 TO RETURN-CODE
                    PERFORM WriteRunStatus
                    STOP RUN
                END-IF
            END-IF.
            PERFORM InitFileResults.
            MOVE 1 TO WS-FileIdx.
            PERFORM ScrubHiScore.
            PERFORM ScrubSequentialFile VARYING WS-FileIdx FROM 2 BY 1
             UNTIL WS-FileIdx > 11.
            PERFORM ScrubSprint.
            PERFORM ScrubSessIdx.
            PERFORM ScrubAchieve.
            PERFORM ScrubRating.
            PERFORM ScrubLive.
            PERFORM TallyTotals.
            IF EraseMode THEN
                OPEN OUTPUT WorkFile
                CLOSE WorkFile
                PERFORM ReleaseErasureLocks
                PERFORM WriteErasureAudit
                IF WS-FileFails = 0 THEN
                    OPEN OUTPUT EraseListFile
                    CLOSE EraseListFile
                END-IF
            END-IF.
            PERFORM ReportEntries.
            PERFORM ReportFiles.
            PERFORM ReportClosing.
            CLOSE ReportFile.
            IF WS-FileFails > 0 THEN
                MOVE 12 TO RETURN-CODE
            ELSE
                IF WS-RejectCount > 0 OR WS-JournalFails > 0 THEN
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        ObtainErasureLocks.
            MOVE ZERO TO WS-LocksHeld WS-LockResult.
            PERFORM VARYING WS-LockIdx FROM 1 BY 1 UNTIL
             WS-LockIdx > 7 OR WS-LockResult NOT = ZERO
                MOVE "OBTAIN" TO WS-LockAction
                MOVE EL-Name(WS-LockIdx) TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
                IF WS-LockResult = ZERO THEN
                    ADD 1 TO WS-LocksHeld
                END-IF
            END-PERFORM.
            IF WS-LockResult NOT = ZERO THEN
                PERFORM ReleaseErasureLocks
                MOVE 12 TO WS-LockResult
            END-IF.

        ReleaseErasureLocks.
            PERFORM VARYING WS-LockIdx FROM WS-LocksHeld BY -1 UNTIL
             WS-LockIdx < 1
                MOVE "RELEASE" TO WS-LockAction
                MOVE EL-Name(WS-LockIdx) TO WS-LockName
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
            END-PERFORM.
            MOVE ZERO TO WS-LocksHeld.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "ENTRIES=" WS-AcceptCount
                 " FIELDS=" WS-TotalFields
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEERA" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        WriteErasureAudit.
            OPEN EXTEND AuditFile.
            IF WS-AuditStatus = "05" THEN
                MOVE "00" TO WS-AuditStatus
            END-IF.
            IF WS-AuditStatus = "00" THEN
                MOVE SPACES TO WS-AuditLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AuditLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO
                 WS-AuditLine(10:6)
                MOVE WS-Operator TO WS-AuditLine(17:3)
                MOVE "ERASURE" TO WS-AuditLine(21:8)
                MOVE "ERASE" TO WS-AuditLine(30:6)
                STRING "CERTIFICATE " WS-CertNo
                 " ENTRIES=" WS-AcceptCount
                 " REJECTED=" WS-RejectCount
                 DELIMITED BY SIZE INTO WS-AuditLine(37:65)
                STRING "PLACEHOLDER=" WS-Placeholder
                 " RECORDS=" WS-TotalChanged
                 " FIELDS=" WS-TotalFields
                 DELIMITED BY SIZE INTO WS-AuditLine(103:65)
                WRITE AuditRecord FROM WS-AuditLine
                CLOSE AuditFile
            END-IF.

        LoadEraseList.
            MOVE ZERO TO EraseCount.
            OPEN INPUT EraseListFile.
            IF WS-EraseListStatus = "05" THEN
                CLOSE EraseListFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-EraseListStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EraseListStatus NOT = "00"
                READ EraseListFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-EraseListStatus
                    NOT AT END
                        ADD 1 TO WS-ListLineNo
                        IF EraseListRecord NOT = SPACES
                         AND EraseListRecord(1:1) NOT = "*" THEN
                            PERFORM KeepListEntry
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EraseListFile.

        KeepListEntry.
            IF EraseCount >= 100 THEN
                SET ListOverflow TO True
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO EraseCount.
            MOVE FUNCTION UPPER-CASE(EraseListRecord(1:3))
             TO ER-Initials(EraseCount).
            MOVE WS-ListLineNo TO ER-LineNo(EraseCount).
            SET ER-Accepted(EraseCount) TO True.
            MOVE SPACES TO ER-Reason(EraseCount).
            MOVE ZERO TO ER-Fields(EraseCount).

        ValidateEntries.
            SET PlayerFileRead TO True.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "05" THEN
                CLOSE PlayerFile
                MOVE "35" TO WS-PlayerStatus
            END-IF.
            IF WS-PlayerStatus NOT = "00"
             AND WS-PlayerStatus NOT = "35" THEN
                SET PlayerFileFailed TO True
                EXIT PARAGRAPH
            END-IF.
            PERFORM ValidateOneEntry VARYING EraI FROM 1 BY 1
             UNTIL EraI > EraseCount.
            IF WS-PlayerStatus NOT = "35" THEN
                CLOSE PlayerFile
            END-IF.

        ValidateOneEntry.
            PERFORM VARYING WS-CharIdx FROM 1 BY 1 UNTIL
             WS-CharIdx > 3
                IF ER-Initials(EraI)(WS-CharIdx:1) < "A"
                 OR ER-Initials(EraI)(WS-CharIdx:1) > "Z"
                 OR ER-Initials(EraI)(WS-CharIdx:1) IS NOT ALPHABETIC
                THEN
                    MOVE "BAD INITIALS" TO ER-Reason(EraI)
                END-IF
            END-PERFORM.
            IF ER-Initials(EraI) = "BAT" OR ER-Initials(EraI) = "BYE"
             OR ER-Initials(EraI) = "ALL" THEN
                MOVE "RESERVED INITIALS" TO ER-Reason(EraI)
            END-IF.
            IF ER-Reason(EraI) = SPACES THEN
                PERFORM VARYING ERA2 FROM 1 BY 1 UNTIL ERA2 >= EraI
                    IF ER-Initials(ERA2) = ER-Initials(EraI)
                     AND ER-Accepted(ERA2) THEN
                        MOVE "DUPLICATE OF AN EARLIER LINE"
                         TO ER-Reason(EraI)
                    END-IF
                END-PERFORM
            END-IF.
            IF ER-Reason(EraI) = SPACES
             AND WS-PlayerStatus NOT = "35" THEN
                MOVE ER-Initials(EraI) TO PL-Initials
                READ PlayerFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "STILL REGISTERED - DELETE WITH SNAKEPLYR"
                         TO ER-Reason(EraI)
                END-READ
            END-IF.
            IF ER-Reason(EraI) = SPACES THEN
                ADD 1 TO WS-AcceptCount
            ELSE
                SET ER-Rejected(EraI) TO True
                ADD 1 TO WS-RejectCount
            END-IF.

        InitFileResults.
            MOVE "HISCORE.DAT" TO FR-Name(1).
            MOVE "H" TO FR-Kind(1).
            MOVE "GAMEHIST.DAT" TO FR-Name(2).
            MOVE "G" TO FR-Kind(2).
            MOVE "GAMEHIST.ARC" TO FR-Name(3).
            MOVE "G" TO FR-Kind(3).
            MOVE "DAILYCHL.DAT" TO FR-Name(4).
            MOVE "D" TO FR-Kind(4).
            MOVE "TOURNMT.DAT" TO FR-Name(5).
            MOVE "T" TO FR-Kind(5).
            MOVE "OUTBOX.DAT" TO FR-Name(6).
            MOVE "O" TO FR-Kind(6).
            MOVE "OUTBXARC.DAT" TO FR-Name(7).
            MOVE "O" TO FR-Kind(7).
            MOVE "SAVEGAME.DAT" TO FR-Name(8).
            MOVE "S" TO FR-Kind(8).
            MOVE "SNAKEAUD.DAT" TO FR-Name(9).
            MOVE "A" TO FR-Kind(9).
            MOVE "HALLFAME.DAT" TO FR-Name(10).
            MOVE "F" TO FR-Kind(10).
            MOVE "RATECTL.DAT" TO FR-Name(11).
            MOVE "R" TO FR-Kind(11).
            MOVE "SPRINT.DAT" TO FR-Name(12).
            MOVE "P" TO FR-Kind(12).
            MOVE "SESSIDX.DAT" TO FR-Name(13).
            MOVE "X" TO FR-Kind(13).
            MOVE "ACHIEVE.DAT" TO FR-Name(14).
            MOVE "V" TO FR-Kind(14).
            MOVE "RATING.DAT" TO FR-Name(15).
            MOVE "E" TO FR-Kind(15).
            MOVE "LIVE.DAT" TO FR-Name(16).
            MOVE "L" TO FR-Kind(16).
            PERFORM VARYING WS-FileIdx FROM 1 BY 1 UNTIL
             WS-FileIdx > 16
                MOVE ZERO TO FR-Read(WS-FileIdx)
                 FR-Changed(WS-FileIdx) FR-Fields(WS-FileIdx)
                MOVE SPACES TO FR-Result(WS-FileIdx)
            END-PERFORM.

        MatchCandidate.
            SET FieldMissed TO True.
            IF WS-Candidate = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-MatchIdx.
            PERFORM VARYING EraI FROM 1 BY 1 UNTIL
             EraI > EraseCount OR WS-MatchIdx > 0
                IF ER-Accepted(EraI)
                 AND ER-Initials(EraI) = WS-Candidate THEN
                    SET WS-MatchIdx TO EraI
                END-IF
            END-PERFORM.
            IF WS-MatchIdx > 0 THEN
                SET FieldHit TO True
                ADD 1 TO WS-LineHits
                ADD 1 TO ER-Fields(WS-MatchIdx)
                ADD 1 TO FR-Fields(WS-FileIdx)
            END-IF.

        CheckField.
            MOVE WS-Rec(WS-FieldPos:3) TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldHit THEN
                MOVE WS-Placeholder TO WS-Rec(WS-FieldPos:3)
            END-IF.

        ScrubHiScore.
            IF EraseMode THEN
                OPEN I-O HiScoreFile
            ELSE
                OPEN INPUT HiScoreFile
            END-IF.
            IF WS-HiScoreStatus = "05" THEN
                CLOSE HiScoreFile
                MOVE "NOT PRESENT" TO FR-Result(1)
                EXIT PARAGRAPH
            END-IF.
            IF WS-HiScoreStatus = "35" THEN
                MOVE "NOT PRESENT" TO FR-Result(1)
                EXIT PARAGRAPH
            END-IF.
            IF WS-HiScoreStatus NOT = "00" THEN
                STRING "OPEN FAILED " WS-HiScoreStatus
                 DELIMITED BY SIZE INTO FR-Result(1)
                ADD 1 TO WS-FileFails
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-HiScoreStatus NOT = "00"
                READ HiScoreFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HiScoreStatus
                    NOT AT END
                        PERFORM ScrubHiScoreEntry
                END-READ
            END-PERFORM.
            CLOSE HiScoreFile.
            IF FR-Result(1) = SPACES THEN
                EVALUATE True
                    WHEN FR-Changed(1) = 0
                        MOVE "NO MATCHES" TO FR-Result(1)
                    WHEN CheckOnly
                        MOVE "WOULD CHANGE" TO FR-Result(1)
                    WHEN OTHER
                        MOVE "CHANGED" TO FR-Result(1)
                END-EVALUATE
            END-IF.

        ScrubHiScoreEntry.
            ADD 1 TO FR-Read(1).
            MOVE HS-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldMissed THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(1).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO JN-Before JN-After.
            MOVE HiScoreRecord TO JN-Before.
            MOVE WS-Placeholder TO HS-Initials.
            REWRITE HiScoreRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO FR-Result(1)
                    ADD 1 TO WS-FileFails
                NOT INVALID KEY
                    PERFORM JournalHiScoreChange
            END-REWRITE.

        JournalHiScoreChange.
            MOVE "HISCORE" TO JN-File.
            MOVE "SNAKEERA" TO JN-Program.
            SET JN-Chg TO True.
            MOVE HiScoreRecord TO JN-After.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                ADD 1 TO WS-JournalFails
            END-IF.

        ScrubSequentialFile.
            MOVE FR-Name(WS-FileIdx) TO WS-ScrubName.
            OPEN INPUT ScrubFile.
            IF WS-ScrubStatus = "05" THEN
                CLOSE ScrubFile
                MOVE "NOT PRESENT" TO FR-Result(WS-FileIdx)
                EXIT PARAGRAPH
            END-IF.
            IF WS-ScrubStatus NOT = "00" THEN
                STRING "OPEN FAILED " WS-ScrubStatus
                 DELIMITED BY SIZE INTO FR-Result(WS-FileIdx)
                ADD 1 TO WS-FileFails
                EXIT PARAGRAPH
            END-IF.
            IF EraseMode THEN
                OPEN OUTPUT WorkFile
                IF WS-WorkStatus = "05" THEN
                    MOVE "00" TO WS-WorkStatus
                END-IF
                IF WS-WorkStatus NOT = "00" THEN
                    CLOSE ScrubFile
                    MOVE "WORK FILE FAILED" TO FR-Result(WS-FileIdx)
                    ADD 1 TO WS-FileFails
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM UNTIL WS-ScrubStatus NOT = "00"
                READ ScrubFile INTO WS-Rec
                    AT END
                        MOVE "10" TO WS-ScrubStatus
                    NOT AT END
                        PERFORM ScrubOneLine
                END-READ
            END-PERFORM.
            CLOSE ScrubFile.
            IF EraseMode THEN
                CLOSE WorkFile
            END-IF.
            EVALUATE True
                WHEN FR-Changed(WS-FileIdx) = 0
                    MOVE "NO MATCHES" TO FR-Result(WS-FileIdx)
                WHEN CheckOnly
                    MOVE "WOULD CHANGE" TO FR-Result(WS-FileIdx)
                WHEN OTHER
                    PERFORM CopyBackWorkFile
            END-EVALUATE.

        ScrubOneLine.
            ADD 1 TO FR-Read(WS-FileIdx).
            MOVE ZERO TO WS-LineHits.
            EVALUATE FR-Kind(WS-FileIdx)
                WHEN "G"
                    PERFORM ScrubHistLine
                WHEN "D"
                    MOVE 10 TO WS-FieldPos
                    PERFORM CheckField
                WHEN "T"
                    PERFORM ScrubTournLine
                WHEN "O"
                    PERFORM ScrubOutboxLine
                WHEN "S"
                    IF WS-Rec(1:5) = "INIT=" THEN
                        MOVE 6 TO WS-FieldPos
                        PERFORM CheckField
                    END-IF
                WHEN "A"
                    PERFORM ScrubAuditLine
                WHEN "F"
                    MOVE 20 TO WS-FieldPos
                    PERFORM CheckField
                WHEN "R"
                    IF WS-Rec(1:6) = "MATCH=" THEN
                        MOVE 41 TO WS-FieldPos
                        PERFORM CheckField
                        MOVE 45 TO WS-FieldPos
                        PERFORM CheckField
                    END-IF
            END-EVALUATE.
            IF WS-LineHits > 0 THEN
                ADD 1 TO FR-Changed(WS-FileIdx)
            END-IF.
            IF EraseMode THEN
                WRITE WorkRecord FROM WS-Rec
            END-IF.

        ScrubHistLine.
            MOVE WS-Rec(1:71) TO GameHistRecord.
            MOVE GH-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldHit THEN
                MOVE WS-Placeholder TO GH-Initials
            END-IF.
            MOVE GH-Opponent TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldHit THEN
                MOVE WS-Placeholder TO GH-Opponent
            END-IF.
            MOVE GameHistRecord TO WS-Rec(1:71).

        ScrubTournLine.
            IF WS-Rec(1:8) = "ENTRANT=" THEN
                MOVE 9 TO WS-FieldPos
                PERFORM CheckField
            END-IF.
            IF WS-Rec(1:6) = "MATCH=" THEN
                MOVE 12 TO WS-FieldPos
                PERFORM CheckField
                MOVE 16 TO WS-FieldPos
                PERFORM CheckField
                MOVE 20 TO WS-FieldPos
                PERFORM CheckField
            END-IF.

        ScrubOutboxLine.
            EVALUATE True
                WHEN WS-Rec(1:6) = "EVENT="
                    MOVE ZERO TO WS-Base
                WHEN WS-Rec(1:5) = "SENT " AND WS-Rec(15:6) = "EVENT="
                    MOVE 14 TO WS-Base
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            COMPUTE WS-FieldPos = WS-Base + 19.
            PERFORM CheckField.
            IF WS-Rec(WS-Base + 7:8) = "KNOCKOUT" THEN
                IF WS-Rec(WS-Base + 23:23) = "DROPPED FROM TOP 10 BY "
                THEN
                    COMPUTE WS-FieldPos = WS-Base + 46
                    PERFORM CheckField
                END-IF
                IF WS-Rec(WS-Base + 23:30) =
                 "DROPPED FROM SPRINT TOP 10 BY " THEN
                    COMPUTE WS-FieldPos = WS-Base + 53
                    PERFORM CheckField
                END-IF
            END-IF.
            IF WS-Rec(WS-Base + 7:8) = "TOURN"
             AND WS-Rec(WS-Base + 23:6) = "MATCH " THEN
                COMPUTE WS-FieldPos = WS-Base + 32
                PERFORM CheckField
                COMPUTE WS-FieldPos = WS-Base + 39
                PERFORM CheckField
                COMPUTE WS-FieldPos = WS-Base + 50
                PERFORM CheckField
            END-IF.

        ScrubAuditLine.
            MOVE 17 TO WS-FieldPos.
            PERFORM CheckField.
            IF WS-Rec(21:8) NOT = "PLAYER" THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 37 TO WS-FieldPos.
            PERFORM CheckField.
            IF FieldHit THEN
                MOVE "ERASED" TO WS-Rec(40:30)
            END-IF.
            MOVE 103 TO WS-FieldPos.
            PERFORM CheckField.
            IF FieldHit THEN
                MOVE "ERASED" TO WS-Rec(106:30)
            END-IF.

        CopyBackWorkFile.
            MOVE ZERO TO WS-Copied.
            OPEN INPUT WorkFile.
            IF WS-WorkStatus NOT = "00" THEN
                IF WS-WorkStatus = "05" THEN
                    CLOSE WorkFile
                END-IF
                MOVE "WORK FILE FAILED" TO FR-Result(WS-FileIdx)
                ADD 1 TO WS-FileFails
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ScrubFile.
            IF WS-ScrubStatus = "05" THEN
                MOVE "00" TO WS-ScrubStatus
            END-IF.
            IF WS-ScrubStatus NOT = "00" THEN
                CLOSE WorkFile
                STRING "REWRITE FAILED " WS-ScrubStatus
                 DELIMITED BY SIZE INTO FR-Result(WS-FileIdx)
                ADD 1 TO WS-FileFails
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-WorkStatus NOT = "00"
                READ WorkFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-WorkStatus
                    NOT AT END
                        WRITE ScrubRecord FROM WorkRecord
                        ADD 1 TO WS-Copied
                END-READ
            END-PERFORM.
            CLOSE WorkFile.
            CLOSE ScrubFile.
            IF WS-Copied = FR-Read(WS-FileIdx) THEN
                MOVE "CHANGED" TO FR-Result(WS-FileIdx)
            ELSE
                MOVE "COUNT MISMATCH" TO FR-Result(WS-FileIdx)
                ADD 1 TO WS-FileFails
            END-IF.

        CheckIdxOpen.
            SET IdxOpen TO True.
            EVALUATE WS-IdxStatus
                WHEN "00"
                    CONTINUE
                WHEN "05"
                WHEN "35"
                    MOVE "NOT PRESENT" TO FR-Result(WS-FileIdx)
                    SET IdxNotOpen TO True
                WHEN OTHER
                    STRING "OPEN FAILED " WS-IdxStatus
                     DELIMITED BY SIZE INTO FR-Result(WS-FileIdx)
                    ADD 1 TO WS-FileFails
                    SET IdxNotOpen TO True
            END-EVALUATE.

        CheckIdxRecount.
            IF WS-IdxStatus NOT = "00" THEN
                STRING "RECOUNT FAILED " WS-IdxStatus
                 DELIMITED BY SIZE INTO FR-Result(WS-FileIdx)
                ADD 1 TO WS-FileFails
            END-IF.

        FinishIdxFile.
            IF FR-Result(WS-FileIdx) NOT = SPACES THEN
                EXIT PARAGRAPH
            END-IF.
            EVALUATE True
                WHEN FR-Changed(WS-FileIdx) = 0
                    MOVE "NO MATCHES" TO FR-Result(WS-FileIdx)
                WHEN CheckOnly
                    MOVE "WOULD CHANGE" TO FR-Result(WS-FileIdx)
                WHEN WS-Recount + WS-Deleted NOT = FR-Read(WS-FileIdx)
                    MOVE "COUNT MISMATCH" TO FR-Result(WS-FileIdx)
                    ADD 1 TO WS-FileFails
                WHEN WS-Deleted > 0
                    MOVE "RECORDS DELETED" TO FR-Result(WS-FileIdx)
                WHEN OTHER
                    MOVE "CHANGED" TO FR-Result(WS-FileIdx)
            END-EVALUATE.

        RecountWanted.
            SET IdxNotOpen TO True.
            IF EraseMode AND FR-Changed(WS-FileIdx) > 0
             AND FR-Result(WS-FileIdx) = SPACES THEN
                SET IdxOpen TO True
            END-IF.

        ScrubSprint.
            MOVE 12 TO WS-FileIdx.
            MOVE ZERO TO WS-Recount WS-Deleted.
            IF EraseMode THEN
                OPEN I-O SprintFile
            ELSE
                OPEN INPUT SprintFile
            END-IF.
            IF WS-SprintStatus = "05" THEN
                CLOSE SprintFile
            END-IF.
            MOVE WS-SprintStatus TO WS-IdxStatus.
            PERFORM CheckIdxOpen.
            IF IdxNotOpen THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-SprintStatus NOT = "00"
                READ SprintFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-SprintStatus
                    NOT AT END
                        PERFORM ScrubSprintEntry
                END-READ
            END-PERFORM.
            CLOSE SprintFile.
            PERFORM RecountWanted.
            IF IdxOpen THEN
                OPEN INPUT SprintFile
                MOVE WS-SprintStatus TO WS-IdxStatus
                PERFORM CheckIdxRecount
                PERFORM UNTIL WS-SprintStatus NOT = "00"
                    READ SprintFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SprintStatus
                        NOT AT END
                            ADD 1 TO WS-Recount
                    END-READ
                END-PERFORM
                IF WS-IdxStatus = "00" THEN
                    CLOSE SprintFile
                END-IF
            END-IF.
            PERFORM FinishIdxFile.

        ScrubSprintEntry.
            ADD 1 TO FR-Read(12).
            MOVE SP-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldMissed THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(12).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-Placeholder TO SP-Initials.
            REWRITE SprintRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO FR-Result(12)
                    ADD 1 TO WS-FileFails
            END-REWRITE.

        ScrubSessIdx.
            MOVE 13 TO WS-FileIdx.
            MOVE ZERO TO WS-Recount WS-Deleted.
            IF EraseMode THEN
                OPEN I-O SessIdxFile
            ELSE
                OPEN INPUT SessIdxFile
            END-IF.
            IF WS-SessIdxStatus = "05" THEN
                CLOSE SessIdxFile
            END-IF.
            MOVE WS-SessIdxStatus TO WS-IdxStatus.
            PERFORM CheckIdxOpen.
            IF IdxNotOpen THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-SessIdxStatus NOT = "00"
                READ SessIdxFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-SessIdxStatus
                    NOT AT END
                        PERFORM ScrubSessIdxEntry
                END-READ
            END-PERFORM.
            CLOSE SessIdxFile.
            PERFORM RecountWanted.
            IF IdxOpen THEN
                OPEN INPUT SessIdxFile
                MOVE WS-SessIdxStatus TO WS-IdxStatus
                PERFORM CheckIdxRecount
                PERFORM UNTIL WS-SessIdxStatus NOT = "00"
                    READ SessIdxFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-SessIdxStatus
                        NOT AT END
                            ADD 1 TO WS-Recount
                    END-READ
                END-PERFORM
                IF WS-IdxStatus = "00" THEN
                    CLOSE SessIdxFile
                END-IF
            END-IF.
            PERFORM FinishIdxFile.

        ScrubSessIdxEntry.
            ADD 1 TO FR-Read(13).
            MOVE SX-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldMissed THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(13).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-Placeholder TO SX-Initials.
            REWRITE SessIdxRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO FR-Result(13)
                    ADD 1 TO WS-FileFails
            END-REWRITE.

        ScrubAchieve.
            MOVE 14 TO WS-FileIdx.
            MOVE ZERO TO WS-Recount WS-Deleted.
            IF EraseMode THEN
                OPEN I-O AchieveFile
            ELSE
                OPEN INPUT AchieveFile
            END-IF.
            IF WS-AchieveStatus = "05" THEN
                CLOSE AchieveFile
            END-IF.
            MOVE WS-AchieveStatus TO WS-IdxStatus.
            PERFORM CheckIdxOpen.
            IF IdxNotOpen THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-AchieveStatus NOT = "00"
                READ AchieveFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-AchieveStatus
                    NOT AT END
                        PERFORM ScrubAchieveEntry
                END-READ
            END-PERFORM.
            CLOSE AchieveFile.
            PERFORM RecountWanted.
            IF IdxOpen THEN
                OPEN INPUT AchieveFile
                MOVE WS-AchieveStatus TO WS-IdxStatus
                PERFORM CheckIdxRecount
                PERFORM UNTIL WS-AchieveStatus NOT = "00"
                    READ AchieveFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-AchieveStatus
                        NOT AT END
                            ADD 1 TO WS-Recount
                    END-READ
                END-PERFORM
                IF WS-IdxStatus = "00" THEN
                    CLOSE AchieveFile
                END-IF
            END-IF.
            PERFORM FinishIdxFile.

        ScrubAchieveEntry.
            ADD 1 TO FR-Read(14).
            MOVE AC-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldMissed THEN
                IF AC-Badge = "TOURNWIN"
                 AND AC-Detail(1:6) = "MATCH " THEN
                    PERFORM ScrubAchieveDetail
                END-IF
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(14).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            DELETE AchieveFile
                INVALID KEY
                    MOVE "DELETE FAILED" TO FR-Result(14)
                    ADD 1 TO WS-FileFails
                NOT INVALID KEY
                    ADD 1 TO WS-Deleted
            END-DELETE.

        ScrubAchieveDetail.
            MOVE ZERO TO WS-LineHits.
            MOVE AC-Detail(10:3) TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldHit THEN
                MOVE WS-Placeholder TO AC-Detail(10:3)
            END-IF.
            MOVE AC-Detail(17:3) TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldHit THEN
                MOVE WS-Placeholder TO AC-Detail(17:3)
            END-IF.
            IF WS-LineHits = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(14).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            REWRITE AchieveRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO FR-Result(14)
                    ADD 1 TO WS-FileFails
            END-REWRITE.

        ScrubRating.
            MOVE 15 TO WS-FileIdx.
            MOVE ZERO TO WS-Recount WS-Deleted.
            IF EraseMode THEN
                OPEN I-O RatingFile
            ELSE
                OPEN INPUT RatingFile
            END-IF.
            IF WS-RatingStatus = "05" THEN
                CLOSE RatingFile
            END-IF.
            MOVE WS-RatingStatus TO WS-IdxStatus.
            PERFORM CheckIdxOpen.
            IF IdxNotOpen THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-RatingStatus NOT = "00"
                READ RatingFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-RatingStatus
                    NOT AT END
                        PERFORM ScrubRatingEntry
                END-READ
            END-PERFORM.
            CLOSE RatingFile.
            PERFORM RecountWanted.
            IF IdxOpen THEN
                OPEN INPUT RatingFile
                MOVE WS-RatingStatus TO WS-IdxStatus
                PERFORM CheckIdxRecount
                PERFORM UNTIL WS-RatingStatus NOT = "00"
                    READ RatingFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-RatingStatus
                        NOT AT END
                            ADD 1 TO WS-Recount
                    END-READ
                END-PERFORM
                IF WS-IdxStatus = "00" THEN
                    CLOSE RatingFile
                END-IF
            END-IF.
            PERFORM FinishIdxFile.

        ScrubRatingEntry.
            ADD 1 TO FR-Read(15).
            MOVE RT-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            IF FieldMissed THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(15).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            DELETE RatingFile
                INVALID KEY
                    MOVE "DELETE FAILED" TO FR-Result(15)
                    ADD 1 TO WS-FileFails
                NOT INVALID KEY
                    ADD 1 TO WS-Deleted
            END-DELETE.

        ScrubLive.
            MOVE 16 TO WS-FileIdx.
            MOVE ZERO TO WS-Recount WS-Deleted.
            IF EraseMode THEN
                OPEN I-O LiveFile
            ELSE
                OPEN INPUT LiveFile
            END-IF.
            IF WS-LiveStatus = "05" THEN
                CLOSE LiveFile
            END-IF.
            MOVE WS-LiveStatus TO WS-IdxStatus.
            PERFORM CheckIdxOpen.
            IF IdxNotOpen THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-LiveStatus NOT = "00"
                READ LiveFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-LiveStatus
                    NOT AT END
                        PERFORM ScrubLiveEntry
                END-READ
            END-PERFORM.
            CLOSE LiveFile.
            PERFORM RecountWanted.
            IF IdxOpen THEN
                OPEN INPUT LiveFile
                MOVE WS-LiveStatus TO WS-IdxStatus
                PERFORM CheckIdxRecount
                PERFORM UNTIL WS-LiveStatus NOT = "00"
                    READ LiveFile NEXT RECORD
                        AT END
                            MOVE "10" TO WS-LiveStatus
                        NOT AT END
                            ADD 1 TO WS-Recount
                    END-READ
                END-PERFORM
                IF WS-IdxStatus = "00" THEN
                    CLOSE LiveFile
                END-IF
            END-IF.
            PERFORM FinishIdxFile.

        ScrubLiveEntry.
            ADD 1 TO FR-Read(16).
            MOVE ZERO TO WS-LineHits.
            MOVE LV-Initials TO WS-Candidate.
            PERFORM MatchCandidate.
            MOVE LV-Opponent TO WS-Candidate.
            PERFORM MatchCandidate.
            IF WS-LineHits = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FR-Changed(16).
            IF CheckOnly THEN
                EXIT PARAGRAPH
            END-IF.
            DELETE LiveFile
                INVALID KEY
                    MOVE "DELETE FAILED" TO FR-Result(16)
                    ADD 1 TO WS-FileFails
                NOT INVALID KEY
                    ADD 1 TO WS-Deleted
            END-DELETE.

        TallyTotals.
            PERFORM VARYING WS-FileIdx FROM 1 BY 1 UNTIL
             WS-FileIdx > 16
                ADD FR-Read(WS-FileIdx) TO WS-TotalRead
                ADD FR-Changed(WS-FileIdx) TO WS-TotalChanged
                ADD FR-Fields(WS-FileIdx) TO WS-TotalFields
            END-PERFORM.

        ReportEntries.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "ERASURE LIST - ENTRIES=" EraseCount
             " ACCEPTED=" WS-AcceptCount
             " REJECTED=" WS-RejectCount
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING EraI FROM 1 BY 1 UNTIL EraI > EraseCount
                MOVE SPACES TO WS-Line
                IF ER-Accepted(EraI) THEN
                    STRING "  LIST LINE " ER-LineNo(EraI)
                     "  ACCEPTED  FIELDS REPLACED " ER-Fields(EraI)
                     DELIMITED BY SIZE INTO WS-Line
                ELSE
                    STRING "  LIST LINE " ER-LineNo(EraI)
                     "  REJECTED  " ER-Reason(EraI)
                     DELIMITED BY SIZE INTO WS-Line
                END-IF
                PERFORM EmitLine
            END-PERFORM.

        ReportFiles.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "FILE           RECORDS  CHANGED   FIELDS  RESULT"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM VARYING WS-FileIdx FROM 1 BY 1 UNTIL
             WS-FileIdx > 16
                MOVE SPACES TO WS-Line
                STRING FR-Name(WS-FileIdx) "  " FR-Read(WS-FileIdx)
                 "  " FR-Changed(WS-FileIdx)
                 "  " FR-Fields(WS-FileIdx)
                 "  " FR-Result(WS-FileIdx)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-PERFORM.
            MOVE SPACES TO WS-Line.
            STRING "TOTAL        " WS-TotalRead " " WS-TotalChanged
             " " WS-TotalFields
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        ReportClosing.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            IF EraseMode AND WS-FileFails = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "Every file was written back with the same "
                 "number of records it was read with,"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE SPACES TO WS-Line
                STRING "less the player's own ACHIEVE.DAT, RATING.DAT "
                 "and LIVE.DAT records, which"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE SPACES TO WS-Line
                STRING "are deleted; scores, lengths, dates and "
                 "durations are unchanged, so"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE SPACES TO WS-Line
                STRING "GAMEHSUM.DAT still balances."
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE SPACES TO WS-Line
                STRING "ERASELST.DAT has been cleared. The erasure is "
                 "recorded in SNAKEAUD.DAT"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                MOVE SPACES TO WS-Line
                STRING "under file ERASURE, certificate " WS-CertNo
                 "."
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-FileFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "*** " WS-FileFails " FILE(S) NOT COMPLETED - "
                 "ERASELST.DAT KEPT, CORRECT AND RERUN ***"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF WS-JournalFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING "*** " WS-JournalFails " HISCORE CHANGE(S) NOT "
                 "JOURNALLED - TAKE A FRESH SNAKEULD UNLOAD ***"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            MOVE SPACES TO WS-Line.
            STRING "Not altered by this job: PLAYER.DAT (delete first "
             "with SNAKEPLYR), the recovery"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "copies (*.ULD, *.JNL, JOURNAL.ARC - take fresh "
             "unloads after this run),"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "SNAKE.LOG and SNAKELOG.ARC (session replay "
             "logs)."
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "CERTIFIED BY ______________________   "
             "DATE ____________"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            MOVE ALL "=" TO WS-Line(1:72).
            PERFORM EmitLine.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
