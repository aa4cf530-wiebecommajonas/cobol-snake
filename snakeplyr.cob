        01 WS-AuditLine PIC X(180).
        01 WS-Operator PIC X(3) VALUE SPACES.
        01 WS-AudAction PIC X(6).
        01 WS-AudBefore PIC X(71).
        01 WS-AudAfter PIC X(71).
        01 WS-PlayerStatus PIC XX.
        01 WS-Choice PIC X.
        01 WS-Initials PIC X(3).
        01 WS-Answer PIC X(10).
        01 WS-ListCount PIC 9(5).
        01 WS-SubAnswer PIC X(10).
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
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
            MOVE "SNAKEPLYR" TO JN-Program.
            EVALUATE WS-AudAction
                WHEN "ADD"    SET JN-Add TO True
                WHEN "DELETE" SET JN-Del TO True
                WHEN OTHER    SET JN-Chg TO True
            END-EVALUATE.
            MOVE WS-AudBefore TO JN-Before.
            MOVE WS-AudAfter TO JN-After.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                DISPLAY "Warning: change not recorded in PLAYER.JNL - "
                 "take a fresh snakeuld unload of PLAYER"
            END-IF.

        OpenPlayerFile.
            OPEN I-O PlayerFile.
            IF WS-PlayerStatus = "35" THEN
            MOVE WS-Name TO PL-Name.
            MOVE WS-Dept TO PL-Dept.
            MOVE FUNCTION CURRENT-DATE(1:8) TO PL-RegDate.
            MOVE "YYYYY" TO PL-Subscriptions.
            SET PL-Active TO True.
            WRITE PlayerRecord
                INVALID KEY
                    DISPLAY "Write failed, status " WS-PlayerStatus
                    MOVE SPACES TO WS-AudBefore
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
            END-WRITE.

        UpdatePlayer.
            IF WS-Dept NOT = SPACES THEN
                MOVE WS-Dept TO PL-Dept
            END-IF.
            IF PL-Inactive THEN
                DISPLAY "Current status: INACTIVE"
            ELSE
                DISPLAY "Current status: ACTIVE"
            END-IF.
            DISPLAY "New status (A)ctive (I)nactive (Enter=keep): "
                WITH NO ADVANCING.
            ACCEPT WS-Answer.
            MOVE FUNCTION UPPER-CASE(WS-Answer) TO WS-Answer.
            IF WS-Answer(1:1) = "A" THEN
                SET PL-Active TO True
            END-IF.
            IF WS-Answer(1:1) = "I" THEN
                SET PL-Inactive TO True
            END-IF.
            REWRITE PlayerRecord
                INVALID KEY
                    DISPLAY "Rewrite failed, status " WS-PlayerStatus
                    MOVE "UPDATE" TO WS-AudAction
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
            END-REWRITE.

        DeletePlayer.
                        MOVE "DELETE" TO WS-AudAction
                        MOVE SPACES TO WS-AudAfter
                        PERFORM WriteAuditRecord
                        PERFORM WriteJournalRecord
                END-DELETE
            END-IF.

            IF WS-SubAnswer(1:1) = "Y" OR WS-SubAnswer(1:1) = "N" THEN
                MOVE WS-SubAnswer(1:1) TO PL-SubCheck
            END-IF.
            DISPLAY "Receive BADGE - achievement badge earned "
                WITH NO ADVANCING.
            DISPLAY "(now " PL-SubBadge ") Y/N: "
                WITH NO ADVANCING.
            ACCEPT WS-SubAnswer.
            PERFORM ApplySubAnswer.
            IF WS-SubAnswer(1:1) = "Y" OR WS-SubAnswer(1:1) = "N" THEN
                MOVE WS-SubAnswer(1:1) TO PL-SubBadge
            END-IF.
            REWRITE PlayerRecord
                INVALID KEY
                    DISPLAY "Rewrite failed, status " WS-PlayerStatus
                    MOVE "SUBS" TO WS-AudAction
                    MOVE PlayerRecord TO WS-AudAfter
                    PERFORM WriteAuditRecord
                    PERFORM WriteJournalRecord
            END-REWRITE.

        ApplySubAnswer.
                    EXIT PARAGRAPH
            END-START.
            DISPLAY "INITIALS  NAME                            "
             "DEPARTMENT            REGISTERED  STATUS".
            PERFORM UNTIL WS-PlayerStatus NOT = "00"
                READ PlayerFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-PlayerStatus
                    NOT AT END
                        ADD 1 TO WS-ListCount
                        IF PL-Inactive THEN
                            DISPLAY PL-Initials "       " PL-Name "  "
                             PL-Dept "  " PL-RegDate "    INACTIVE"
                        ELSE
                            DISPLAY PL-Initials "       " PL-Name "  "
                             PL-Dept "  " PL-RegDate "    ACTIVE"
                        END-IF
                END-READ
            END-PERFORM.
            MOVE "00" TO WS-PlayerStatus.
