        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakehrf.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-Initials
                FILE STATUS IS WS-PlayerStatus.
            SELECT OPTIONAL HrFeedFile ASSIGN TO "HRFEED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HrFeedStatus.
            SELECT OPTIONAL DeptListFile ASSIGN TO "DEPTLIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DeptListStatus.
            SELECT OPTIONAL AuditFile ASSIGN TO "SNAKEAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AuditStatus.
            SELECT ReportFile ASSIGN TO "SNAKEHRF.OUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
        DATA DIVISION.
        FILE SECTION.
        FD PlayerFile.
            COPY "PlayerRecord.cpy".
        FD HrFeedFile.
            COPY "HrFeedRecord.cpy".
        FD DeptListFile.
        01 DeptListRecord PIC X(80).
        FD AuditFile.
        01 AuditRecord PIC X(180).
        FD ReportFile.
        01 ReportLine PIC X(100).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PlayerStatus PIC XX.
        01 WS-HrFeedStatus PIC XX.
        01 WS-DeptListStatus PIC XX.
        01 WS-AuditStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-RunRc PIC 99.
        01 WS-RunNote PIC X(32).
        01 WS-Parm PIC X(80).
        01 WS-RunDate PIC 9(8).
        01 WS-Line PIC X(100).
        01 WS-AuditLine PIC X(180).
        01 WS-Operator PIC X(3) VALUE "BAT".
        01 WS-AudAction PIC X(6).
        01 WS-AudBefore PIC X(71).
        01 WS-AudAfter PIC X(71).
        01 Departments.
            02 DeptCount PIC 999 VALUE ZERO.
            02 DeptEntry OCCURS 200 TIMES INDEXED BY DeptI.
                03 DP-Name PIC X(20).
        01 WS-DeptFound PIC 9 VALUE 0.
            88 DeptKnown   VALUE 1.
            88 DeptUnknown VALUE 0.
        01 FeedLines.
            02 FeedCount PIC 9(4) VALUE ZERO.
            02 FeedEntry OCCURS 2000 TIMES INDEXED BY FeedI.
                03 FD-Image PIC X(80).
                03 FD-DupFlag PIC 9.
                    88 FD-Duplicate VALUE 1.
                    88 FD-Unique    VALUE 0.
        01 FEED2 PIC 9(4).
        01 WS-FeedOverflowFlag PIC 9 VALUE 0.
            88 FeedOverflow VALUE 1.
            88 FeedFits     VALUE 0.
        01 WS-LineNo PIC 9(4).
        01 WS-Reason PIC X(30).
        01 WS-CharIdx PIC 9.
        01 WS-InitialsFlag PIC 9.
            88 InitialsGood VALUE 1.
            88 InitialsBad  VALUE 0.
        01 WS-Applied PIC X(8).
        01 WS-AddCount PIC 9(4) VALUE ZERO.
        01 WS-ChangeCount PIC 9(4) VALUE ZERO.
        01 WS-LeaveCount PIC 9(4) VALUE ZERO.
        01 WS-RehireCount PIC 9(4) VALUE ZERO.
        01 WS-NoChangeCount PIC 9(4) VALUE ZERO.
        01 WS-RejectCount PIC 9(4) VALUE ZERO.
        01 WS-JournalFails PIC 9(4) VALUE ZERO.
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate.
            ACCEPT WS-Parm FROM COMMAND-LINE.
            OPEN OUTPUT ReportFile.
            MOVE SPACES TO WS-Line.
            STRING "HR PLAYER FEED - RUN DATE " WS-RunDate
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM LoadDepartments.
            IF DeptCount = 0 THEN
                MOVE SPACES TO WS-Line
                STRING "DEPTLIST.DAT missing or empty - "
                 "feed not applied"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM LoadFeed.
            IF FeedOverflow THEN
                MOVE SPACES TO WS-Line
                STRING "HRFEED.DAT holds more than 2000 lines - "
                 "feed not applied"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM OpenPlayerFile.
            IF WS-PlayerStatus NOT = "00" THEN
                MOVE SPACES TO WS-Line
                STRING "PLAYER.DAT could not be opened, status "
                 WS-PlayerStatus
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
                CLOSE ReportFile
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            PERFORM MarkDuplicates.
            PERFORM ApplyFeedLine VARYING FeedI FROM 1 BY 1
             UNTIL FeedI > FeedCount.
            CLOSE PlayerFile.
            MOVE SPACES TO WS-Line.
            PERFORM EmitLine.
            MOVE SPACES TO WS-Line.
            STRING "LINES=" FeedCount
             " ADDED=" WS-AddCount
             " CHANGED=" WS-ChangeCount
             " LEFT=" WS-LeaveCount
             " REHIRED=" WS-RehireCount
             " UNCHANGED=" WS-NoChangeCount
             " REJECTED=" WS-RejectCount
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            IF WS-JournalFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING WS-JournalFails " change(s) not recorded in "
                 "PLAYER.JNL - take a fresh snakeuld unload of PLAYER"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            CLOSE ReportFile.
            IF WS-RejectCount > 0 OR WS-JournalFails > 0 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        OpenPlayerFile.
            OPEN I-O PlayerFile.
            IF WS-PlayerStatus = "35" THEN
                OPEN OUTPUT PlayerFile
                CLOSE PlayerFile
                OPEN I-O PlayerFile
            END-IF.

        WriteRunStatus.
            OPEN EXTEND RunStatusFile.
            IF WS-RunStatusStatus = "05" THEN
                MOVE "00" TO WS-RunStatusStatus
            END-IF.
            IF WS-RunStatusStatus = "00" THEN
                MOVE RETURN-CODE TO WS-RunRc
                MOVE SPACES TO WS-RunNote
                STRING "LINES=" FeedCount " REJECTED=" WS-RejectCount
                 DELIMITED BY SIZE INTO WS-RunNote
                MOVE SPACES TO WS-RunLine
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunLine(1:8)
                MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RunLine(10:6)
                MOVE "SNAKEHRF" TO WS-RunLine(17:9)
                MOVE WS-RunRc TO WS-RunLine(27:2)
                MOVE WS-Parm(1:18) TO WS-RunLine(30:18)
                MOVE WS-RunNote TO WS-RunLine(49:32)
                WRITE RunStatusRecord FROM WS-RunLine
                CLOSE RunStatusFile
            END-IF.

        WriteAuditRecord.
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
                MOVE "PLAYER" TO WS-AuditLine(21:8)
                MOVE WS-AudAction TO WS-AuditLine(30:6)
                MOVE WS-AudBefore(1:65) TO WS-AuditLine(37:65)
                MOVE WS-AudAfter(1:65) TO WS-AuditLine(103:65)
                MOVE WS-AudBefore(66:6) TO WS-AuditLine(169:6)
                MOVE WS-AudAfter(66:6) TO WS-AuditLine(175:6)
                WRITE AuditRecord FROM WS-AuditLine
                CLOSE AuditFile
            END-IF.

        WriteJournalRecord.
            MOVE "PLAYER" TO JN-File.
            MOVE "SNAKEHRF" TO JN-Program.
            EVALUATE WS-AudAction
                WHEN "ADD" SET JN-Add TO True
                WHEN OTHER SET JN-Chg TO True
            END-EVALUATE.
            MOVE WS-AudBefore TO JN-Before.
            MOVE WS-AudAfter TO JN-After.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                ADD 1 TO WS-JournalFails
            END-IF.

        LoadDepartments.
            MOVE ZERO TO DeptCount.
            OPEN INPUT DeptListFile.
            IF WS-DeptListStatus = "05" THEN
                CLOSE DeptListFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-DeptListStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-DeptListStatus NOT = "00"
                READ DeptListFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-DeptListStatus
                    NOT AT END
                        IF DeptListRecord(1:20) NOT = SPACES
                         AND DeptListRecord(1:1) NOT = "*"
                         AND DeptCount < 200 THEN
                            ADD 1 TO DeptCount
                            MOVE FUNCTION UPPER-CASE
                             (DeptListRecord(1:20))
                             TO DP-Name(DeptCount)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DeptListFile.

        LoadFeed.
            MOVE ZERO TO FeedCount.
            OPEN INPUT HrFeedFile.
            IF WS-HrFeedStatus = "05" THEN
                CLOSE HrFeedFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-HrFeedStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-HrFeedStatus NOT = "00"
                READ HrFeedFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-HrFeedStatus
                    NOT AT END
                        IF HrFeedRecord NOT = SPACES THEN
                            IF FeedCount < 2000 THEN
                                ADD 1 TO FeedCount
                                MOVE HrFeedRecord TO
                                 FD-Image(FeedCount)
                                SET FD-Unique(FeedCount) TO True
                            ELSE
                                SET FeedOverflow TO True
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HrFeedFile.

        MarkDuplicates.
            PERFORM VARYING FeedI FROM 1 BY 1 UNTIL FeedI > FeedCount
                PERFORM VARYING FEED2 FROM 1 BY 1 UNTIL
                 FEED2 > FeedCount
                    IF FEED2 NOT = FeedI
                     AND FD-Image(FEED2)(1:3) = FD-Image(FeedI)(1:3)
                    THEN
                        SET FD-Duplicate(FeedI) TO True
                    END-IF
                END-PERFORM
            END-PERFORM.

        ApplyFeedLine.
            MOVE FD-Image(FeedI) TO HrFeedRecord.
            MOVE FUNCTION UPPER-CASE(HR-Initials) TO HR-Initials.
            MOVE FUNCTION UPPER-CASE(HR-Dept) TO HR-Dept.
            MOVE FUNCTION UPPER-CASE(HR-Action) TO HR-Action.
            SET WS-LineNo TO FeedI.
            MOVE SPACES TO WS-Reason.
            PERFORM CheckInitials.
            EVALUATE True
                WHEN NOT HR-Add AND NOT HR-Change AND NOT HR-Leave
                    MOVE "BAD ACTION CODE" TO WS-Reason
                WHEN InitialsBad
                    MOVE "BAD INITIALS" TO WS-Reason
                WHEN FD-Duplicate(FeedI)
                    MOVE "DUPLICATE INITIALS IN EXTRACT" TO WS-Reason
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-Reason NOT = SPACES THEN
                PERFORM RejectLine
                EXIT PARAGRAPH
            END-IF.
            EVALUATE True
                WHEN HR-Add    PERFORM ApplyAdd
                WHEN HR-Change PERFORM ApplyChange
                WHEN HR-Leave  PERFORM ApplyLeave
            END-EVALUATE.
            IF WS-Reason NOT = SPACES THEN
                PERFORM RejectLine
            END-IF.

        CheckInitials.
            SET InitialsGood TO True.
            PERFORM VARYING WS-CharIdx FROM 1 BY 1 UNTIL
             WS-CharIdx > 3
                IF HR-Initials(WS-CharIdx:1) < "A"
                 OR HR-Initials(WS-CharIdx:1) > "Z"
                 OR HR-Initials(WS-CharIdx:1) IS NOT ALPHABETIC THEN
                    SET InitialsBad TO True
                END-IF
            END-PERFORM.
            IF HR-Initials = "BAT" OR HR-Initials = "BYE"
             OR HR-Initials = "ALL" THEN
                SET InitialsBad TO True
            END-IF.

        CheckDepartment.
            SET DeptUnknown TO True.
            PERFORM VARYING DeptI FROM 1 BY 1 UNTIL
             DeptI > DeptCount OR DeptKnown
                IF DP-Name(DeptI) = HR-Dept THEN
                    SET DeptKnown TO True
                END-IF
            END-PERFORM.

        ApplyAdd.
            IF HR-Name = SPACES THEN
                MOVE "NAME MISSING" TO WS-Reason
                EXIT PARAGRAPH
            END-IF.
            PERFORM CheckDepartment.
            IF DeptUnknown THEN
                MOVE "UNKNOWN DEPARTMENT" TO WS-Reason
                EXIT PARAGRAPH
            END-IF.
            MOVE HR-Initials TO PL-Initials.
            READ PlayerFile
                INVALID KEY
                    PERFORM AddNewPlayer
                NOT INVALID KEY
                    IF PL-Inactive THEN
                        PERFORM RehirePlayer
                    ELSE
                        MOVE "ALREADY REGISTERED" TO WS-Reason
                    END-IF
            END-READ.

        AddNewPlayer.
            MOVE HR-Initials TO PL-Initials.
            MOVE HR-Name TO PL-Name.
            MOVE HR-Dept TO PL-Dept.
            MOVE WS-RunDate TO PL-RegDate.
            MOVE "YYYYY" TO PL-Subscriptions.
            SET PL-Active TO True.
            WRITE PlayerRecord
                INVALID KEY
                    MOVE "WRITE FAILED" TO WS-Reason
                NOT INVALID KEY
                    ADD 1 TO WS-AddCount
                    MOVE "ADD" TO WS-AudAction
                    MOVE SPACES TO WS-AudBefore
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
                    MOVE "ADDED" TO WS-Applied
                    PERFORM ReportApplied
            END-WRITE.

        RehirePlayer.
            MOVE PlayerRecord TO WS-AudBefore.
            MOVE HR-Name TO PL-Name.
            MOVE HR-Dept TO PL-Dept.
            SET PL-Active TO True.
            REWRITE PlayerRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-Reason
                NOT INVALID KEY
                    ADD 1 TO WS-RehireCount
                    MOVE "REHIRE" TO WS-AudAction
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
                    MOVE "REHIRED" TO WS-Applied
                    PERFORM ReportApplied
            END-REWRITE.

        ApplyChange.
            IF HR-Dept NOT = SPACES THEN
                PERFORM CheckDepartment
                IF DeptUnknown THEN
                    MOVE "UNKNOWN DEPARTMENT" TO WS-Reason
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE HR-Initials TO PL-Initials.
            READ PlayerFile
                INVALID KEY
                    MOVE "NOT ON PLAYER FILE" TO WS-Reason
                    EXIT PARAGRAPH
            END-READ.
            MOVE PlayerRecord TO WS-AudBefore.
            IF HR-Name NOT = SPACES THEN
                MOVE HR-Name TO PL-Name
            END-IF.
            IF HR-Dept NOT = SPACES THEN
                MOVE HR-Dept TO PL-Dept
            END-IF.
            IF PlayerRecord = WS-AudBefore(1:67) THEN
                ADD 1 TO WS-NoChangeCount
                EXIT PARAGRAPH
            END-IF.
            REWRITE PlayerRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-Reason
                NOT INVALID KEY
                    ADD 1 TO WS-ChangeCount
                    MOVE "UPDATE" TO WS-AudAction
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
                    MOVE "CHANGED" TO WS-Applied
                    PERFORM ReportApplied
            END-REWRITE.

        ApplyLeave.
            MOVE HR-Initials TO PL-Initials.
            READ PlayerFile
                INVALID KEY
                    MOVE "NOT ON PLAYER FILE" TO WS-Reason
                    EXIT PARAGRAPH
            END-READ.
            IF PL-Inactive THEN
                MOVE "ALREADY INACTIVE" TO WS-Reason
                EXIT PARAGRAPH
            END-IF.
            MOVE PlayerRecord TO WS-AudBefore.
            SET PL-Inactive TO True.
            REWRITE PlayerRecord
                INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-Reason
                NOT INVALID KEY
                    ADD 1 TO WS-LeaveCount
                    MOVE "LEAVE" TO WS-AudAction
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
                    MOVE "LEFT" TO WS-Applied
                    PERFORM ReportApplied
            END-REWRITE.

        ReportApplied.
            MOVE SPACES TO WS-Line.
            STRING "  LINE " WS-LineNo " " WS-Applied " "
             PL-Initials " " PL-Name " " PL-Dept
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        RejectLine.
            ADD 1 TO WS-RejectCount.
            MOVE SPACES TO WS-Line.
            STRING "  LINE " WS-LineNo " REJECTED "
             FD-Image(FeedI)(1:3) " ACTION " FD-Image(FeedI)(54:1)
             " - " WS-Reason
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
            DISPLAY WS-Line.
