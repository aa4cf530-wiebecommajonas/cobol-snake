        IDENTIFICATION DIVISION.
        PROGRAM-ID. snakejnl.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL JournalFile ASSIGN TO DYNAMIC
                WS-JournalName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JournalStatus.
        DATA DIVISION.
        FILE SECTION.
        FD JournalFile.
        01 JournalLine PIC X(177).
        WORKING-STORAGE SECTION.
        01 WS-JournalName PIC X(16).
        01 WS-JournalStatus PIC XX.
        01 WS-LastSeq PIC 9(8).
        01 WS-HeaderFlag PIC 9 VALUE 0.
            88 HeaderFound   VALUE 1.
            88 HeaderMissing VALUE 0.
        01 WS-SavedRc PIC S9(4) COMP.
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8) VALUE "JOURNAL".
        01 WS-LockResult PIC 99.
            COPY "JrnlRecord.cpy".
        LINKAGE SECTION.
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION USING JnlParm.
        Main.
            MOVE RETURN-CODE TO WS-SavedRc.
            SET JN-NotWritten TO True.
            MOVE SPACES TO WS-JournalName.
            STRING JN-File DELIMITED BY SPACE
             ".JNL" DELIMITED BY SIZE
             INTO WS-JournalName.
            MOVE "OBTAIN" TO WS-LockAction.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult = ZERO THEN
                PERFORM FindLastSequence
                PERFORM AppendChange
                MOVE "RELEASE" TO WS-LockAction
                CALL "snakelok" USING WS-LockAction WS-LockName
                 WS-LockResult
            END-IF.
            MOVE WS-SavedRc TO RETURN-CODE.
            EXIT PROGRAM.

        FindLastSequence.
            MOVE ZERO TO WS-LastSeq.
            SET HeaderMissing TO True.
            OPEN INPUT JournalFile.
            IF WS-JournalStatus = "05" THEN
                CLOSE JournalFile
                EXIT PARAGRAPH
            END-IF.
            IF WS-JournalStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-JournalStatus NOT = "00"
                READ JournalFile INTO JrnlRecord
                    AT END
                        MOVE "10" TO WS-JournalStatus
                    NOT AT END
                        IF JR-Header THEN
                            SET HeaderFound TO True
                        END-IF
                        IF JR-Seq IS NUMERIC THEN
                            MOVE JR-Seq TO WS-LastSeq
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JournalFile.

        AppendChange.
            OPEN EXTEND JournalFile.
            IF WS-JournalStatus = "05" THEN
                MOVE "00" TO WS-JournalStatus
            END-IF.
            IF WS-JournalStatus NOT = "00" THEN
                EXIT PARAGRAPH
            END-IF.
            IF HeaderMissing THEN
                MOVE SPACES TO JrnlRecord
                SET JR-Header TO True
                MOVE WS-LastSeq TO JR-Seq
                MOVE FUNCTION CURRENT-DATE(1:8) TO JR-Date
                MOVE FUNCTION CURRENT-DATE(9:8) TO JR-Time
                MOVE JN-Program TO JR-Program
                MOVE JN-File TO JR-File
                WRITE JournalLine FROM JrnlRecord
            END-IF.
            MOVE SPACES TO JrnlRecord.
            SET JR-Change TO True.
            ADD 1 TO WS-LastSeq GIVING JR-Seq.
            MOVE FUNCTION CURRENT-DATE(1:8) TO JR-Date.
            MOVE FUNCTION CURRENT-DATE(9:8) TO JR-Time.
            MOVE JN-Program TO JR-Program.
            MOVE JN-File TO JR-File.
            MOVE JN-Action TO JR-Action.
            MOVE JN-Before TO JR-Before.
            MOVE JN-After TO JR-After.
            WRITE JournalLine FROM JrnlRecord.
            IF WS-JournalStatus = "00" THEN
                SET JN-Written TO True
            END-IF.
            CLOSE JournalFile.
