                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ML-Key
                FILE STATUS IS WS-MazeLibStatus.
            SELECT OPTIONAL SprintFile ASSIGN TO "SPRINT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SP-Key
                FILE STATUS IS WS-SprintStatus.
            SELECT OPTIONAL OldHiScoreFile ASSIGN TO "HISCORE.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPL-Initials
                FILE STATUS IS WS-OldPlayerStatus.
            SELECT OPTIONAL Sub4PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS S4P-Initials
                FILE STATUS IS WS-Sub4PlayerStatus.
            SELECT OPTIONAL Sub5PlayerFile ASSIGN TO "PLAYER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS S5P-Initials
                FILE STATUS IS WS-Sub5PlayerStatus.
            SELECT UnloadFile ASSIGN TO DYNAMIC WS-UldFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UnloadStatus.
            SELECT OPTIONAL JournalFile ASSIGN TO DYNAMIC
                WS-JournalName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JournalStatus.
            SELECT OPTIONAL JournalArcFile ASSIGN TO "JOURNAL.ARC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JournalArcStatus.
            SELECT OPTIONAL RunStatusFile ASSIGN TO "RUNSTAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RunStatusStatus.
            COPY "PlayerRecord.cpy".
        FD MazeLibFile.
            COPY "MazeLibRecord.cpy".
        FD SprintFile.
            COPY "SprintRecord.cpy".
        FD OldHiScoreFile.
        01 OldHiScoreRecord.
            02 OHS-Rank      PIC 99.
            02 OPL-Name      PIC X(30).
            02 OPL-Dept      PIC X(20).
            02 OPL-RegDate   PIC 9(8).
        FD Sub4PlayerFile.
        01 Sub4PlayerRecord.
            02 S4P-Initials  PIC X(3).
            02 S4P-Name      PIC X(30).
            02 S4P-Dept      PIC X(20).
            02 S4P-RegDate   PIC 9(8).
            02 S4P-Subscriptions PIC X(4).
        FD Sub5PlayerFile.
        01 Sub5PlayerRecord.
            02 S5P-Initials  PIC X(3).
            02 S5P-Name      PIC X(30).
            02 S5P-Dept      PIC X(20).
            02 S5P-RegDate   PIC 9(8).
            02 S5P-Subscriptions PIC X(5).
        FD UnloadFile.
        01 UnloadRecord PIC X(80).
        FD JournalFile.
        01 JournalLine PIC X(177).
        FD JournalArcFile.
        01 JournalArcLine PIC X(177).
        FD RunStatusFile.
        01 RunStatusRecord PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-JournalName PIC X(16).
        01 WS-JournalStatus PIC XX.
        01 WS-JournalArcStatus PIC XX.
        01 WS-UnloadStamp PIC X(14).
        01 WS-JournalFlag PIC 9 VALUE 0.
            88 JournalledFile    VALUE 1.
            88 NotJournalledFile VALUE 0.
        01 WS-LastSeq PIC 9(8) VALUE ZERO.
        01 WS-ArcCount PIC 9(6) VALUE ZERO.
        01 WS-LockAction PIC X(8).
        01 WS-LockName PIC X(8).
        01 WS-LockResult PIC 99.
            COPY "JrnlRecord.cpy".
        01 WS-HiScoreStatus PIC XX.
        01 WS-PlayerStatus PIC XX.
        01 WS-MazeLibStatus PIC XX.
        01 WS-SprintStatus PIC XX.
        01 WS-OldHiScoreStatus PIC XX.
        01 WS-OldPlayerStatus PIC XX.
        01 WS-Sub4PlayerStatus PIC XX.
        01 WS-Sub5PlayerStatus PIC XX.
        01 WS-UnloadStatus PIC XX.
        01 WS-RunStatusStatus PIC XX.
        01 WS-RunLine PIC X(80).
        01 WS-UldFileName PIC X(16).
        01 WS-FileName PIC X(8).
        01 WS-RecLen PIC 999.
        01 WS-RecImage PIC X(78).
        01 WS-Line PIC X(80).
        01 WS-RecCount PIC 9(6) VALUE ZERO.
        01 WS-Hash PIC 9(10) VALUE ZERO.
            MOVE SPACES TO WS-ParmFile WS-ParmOpt.
            UNSTRING WS-Parm DELIMITED BY ALL SPACE
             INTO WS-ParmFile WS-ParmOpt.
            IF WS-ParmFile(1:8) = "HISCORE " OR "PLAYER  " THEN
                PERFORM ObtainJournalLock
            END-IF.
            EVALUATE WS-ParmFile(1:8)
                WHEN "HISCORE "
                    IF WS-ParmOpt(1:4) = "OLD " THEN
                        PERFORM UnloadHiScore
                    END-IF
                WHEN "PLAYER  "
                    EVALUATE WS-ParmOpt(1:5)
                        WHEN "OLD  " PERFORM UnloadOldPlayer
                        WHEN "SUB4 " PERFORM UnloadSub4Player
                        WHEN "SUB5 " PERFORM UnloadSub5Player
                        WHEN OTHER PERFORM UnloadPlayer
                    END-EVALUATE
                WHEN "MAZELIB " PERFORM UnloadMazeLib
                WHEN "SPRINT  " PERFORM UnloadSprint
                WHEN OTHER
                    DISPLAY "PARM must be HISCORE, PLAYER, SPRINT or "
                     "MAZELIB, with OLD to read the pre-class/"
                     "pre-subscription layouts or SUB4/SUB5 for "
                     "the four/five-subscription player layouts"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            IF JournalledFile THEN
                IF RETURN-CODE = ZERO THEN
                    PERFORM CutOverJournal
                END-IF
                MOVE RETURN-CODE TO WS-RunRc
                PERFORM ReleaseJournalLock
                MOVE WS-RunRc TO RETURN-CODE
            END-IF.
            PERFORM WriteRunStatus.
            STOP RUN.

        ObtainJournalLock.
            MOVE "OBTAIN" TO WS-LockAction.
            MOVE "JOURNAL" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.
            IF WS-LockResult NOT = ZERO THEN
                DISPLAY "Journal is locked by another program - "
                 "unload not taken"
                MOVE 12 TO RETURN-CODE
                PERFORM WriteRunStatus
                STOP RUN
            END-IF.
            SET JournalledFile TO True.

        ReleaseJournalLock.
            MOVE "RELEASE" TO WS-LockAction.
            MOVE "JOURNAL" TO WS-LockName.
            CALL "snakelok" USING WS-LockAction WS-LockName
             WS-LockResult.

        CutOverJournal.
            MOVE SPACES TO WS-JournalName.
            STRING WS-FileName DELIMITED BY SPACE
             ".JNL" DELIMITED BY SIZE
             INTO WS-JournalName.
            MOVE ZERO TO WS-LastSeq WS-ArcCount.
            OPEN INPUT JournalFile.
            IF WS-JournalStatus = "00" THEN
                OPEN EXTEND JournalArcFile
                IF WS-JournalArcStatus = "05" THEN
                    MOVE "00" TO WS-JournalArcStatus
                END-IF
                IF WS-JournalArcStatus NOT = "00" THEN
                    CLOSE JournalFile
                    DISPLAY "Cannot open JOURNAL.ARC, status "
                     WS-JournalArcStatus " - " WS-JournalName
                     " not cut over"
                    MOVE 4 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                PERFORM UNTIL WS-JournalStatus NOT = "00"
                    READ JournalFile INTO JrnlRecord
                        AT END
                            MOVE "10" TO WS-JournalStatus
                        NOT AT END
                            WRITE JournalArcLine FROM JrnlRecord
                            ADD 1 TO WS-ArcCount
                            IF JR-Seq IS NUMERIC THEN
                                MOVE JR-Seq TO WS-LastSeq
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE JournalArcFile
                CLOSE JournalFile
            END-IF.
            IF WS-JournalStatus = "05" THEN
                CLOSE JournalFile
            END-IF.
            OPEN OUTPUT JournalFile.
            IF WS-JournalStatus NOT = "00"
             AND WS-JournalStatus NOT = "05" THEN
                DISPLAY "Cannot recreate " WS-JournalName
                 ", status " WS-JournalStatus
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO JrnlRecord.
            SET JR-Header TO True.
            MOVE WS-LastSeq TO JR-Seq.
            MOVE FUNCTION CURRENT-DATE(1:8) TO JR-Date.
            MOVE FUNCTION CURRENT-DATE(9:8) TO JR-Time.
            MOVE "SNAKEULD" TO JR-Program.
            MOVE WS-FileName TO JR-File.
            MOVE WS-UnloadStamp TO JR-UnloadStamp.
            WRITE JournalLine FROM JrnlRecord.
            CLOSE JournalFile.
            DISPLAY WS-JournalName " cut over at unload "
             WS-UnloadStamp " - " WS-ArcCount
             " record(s) archived to JOURNAL.ARC".

        UnloadHiScore.
            MOVE "HISCORE" TO WS-FileName.
            MOVE 35 TO WS-RecLen.
            CLOSE HiScoreFile.
            PERFORM WriteTrailer.

        UnloadSprint.
            MOVE "SPRINT" TO WS-FileName.
            MOVE 43 TO WS-RecLen.
            OPEN INPUT SprintFile.
            IF WS-SprintStatus = "05" THEN
                MOVE "00" TO WS-SprintStatus
            END-IF.
            IF WS-SprintStatus NOT = "00" THEN
                MOVE WS-SprintStatus TO WS-HiScoreStatus
                PERFORM ReportOpenFailure
                EXIT PARAGRAPH
            END-IF.
            PERFORM OpenUnloadFile.
            PERFORM UNTIL WS-SprintStatus NOT = "00"
                READ SprintFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-SprintStatus
                    NOT AT END
                        MOVE SPACES TO WS-RecImage
                        MOVE SprintRecord TO WS-RecImage(1:43)
                        PERFORM WriteDataLine
                END-READ
            END-PERFORM.
            CLOSE SprintFile.
            PERFORM WriteTrailer.

        UnloadPlayer.
            MOVE "PLAYER" TO WS-FileName.
            MOVE 67 TO WS-RecLen.
            OPEN INPUT PlayerFile.
            IF WS-PlayerStatus = "05" THEN
                MOVE "00" TO WS-PlayerStatus
                        MOVE "10" TO WS-PlayerStatus
                    NOT AT END
                        MOVE SPACES TO WS-RecImage
                        MOVE PlayerRecord TO WS-RecImage(1:67)
                        PERFORM WriteDataLine
                END-READ
            END-PERFORM.

        UnloadOldPlayer.
            MOVE "PLAYER" TO WS-FileName.
            MOVE 67 TO WS-RecLen.
            OPEN INPUT OldPlayerFile.
            IF WS-OldPlayerStatus = "05" THEN
                MOVE "00" TO WS-OldPlayerStatus
            MOVE OPL-Name TO PL-Name.
            MOVE OPL-Dept TO PL-Dept.
            MOVE OPL-RegDate TO PL-RegDate.
            MOVE "YYYYY" TO PL-Subscriptions.
            SET PL-Active TO True.
            MOVE SPACES TO WS-RecImage.
            MOVE PlayerRecord TO WS-RecImage(1:67).

        UnloadSub4Player.
            MOVE "PLAYER" TO WS-FileName.
            MOVE 67 TO WS-RecLen.
            OPEN INPUT Sub4PlayerFile.
            IF WS-Sub4PlayerStatus = "05" THEN
                MOVE "00" TO WS-Sub4PlayerStatus
            END-IF.
            IF WS-Sub4PlayerStatus NOT = "00" THEN
                MOVE WS-Sub4PlayerStatus TO WS-HiScoreStatus
                PERFORM ReportOpenFailure
                EXIT PARAGRAPH
            END-IF.
            PERFORM OpenUnloadFile.
            PERFORM UNTIL WS-Sub4PlayerStatus NOT = "00"
                READ Sub4PlayerFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-Sub4PlayerStatus
                    NOT AT END
                        PERFORM ConvertSub4Player
                        PERFORM WriteDataLine
                END-READ
            END-PERFORM.
            CLOSE Sub4PlayerFile.
            PERFORM WriteTrailer.
            DISPLAY "Players converted with BADGE subscription "
             "set to Y".

        ConvertSub4Player.
            MOVE S4P-Initials TO PL-Initials.
            MOVE S4P-Name TO PL-Name.
            MOVE S4P-Dept TO PL-Dept.
            MOVE S4P-RegDate TO PL-RegDate.
            MOVE S4P-Subscriptions TO PL-Subscriptions(1:4).
            MOVE "Y" TO PL-SubBadge.
            SET PL-Active TO True.
            MOVE SPACES TO WS-RecImage.
            MOVE PlayerRecord TO WS-RecImage(1:67).

        UnloadSub5Player.
            MOVE "PLAYER" TO WS-FileName.
            MOVE 67 TO WS-RecLen.
            OPEN INPUT Sub5PlayerFile.
            IF WS-Sub5PlayerStatus = "05" THEN
                MOVE "00" TO WS-Sub5PlayerStatus
            END-IF.
            IF WS-Sub5PlayerStatus NOT = "00" THEN
                MOVE WS-Sub5PlayerStatus TO WS-HiScoreStatus
                PERFORM ReportOpenFailure
                EXIT PARAGRAPH
            END-IF.
            PERFORM OpenUnloadFile.
            PERFORM UNTIL WS-Sub5PlayerStatus NOT = "00"
                READ Sub5PlayerFile NEXT RECORD
                    AT END
                        MOVE "10" TO WS-Sub5PlayerStatus
                    NOT AT END
                        PERFORM ConvertSub5Player
                        PERFORM WriteDataLine
                END-READ
            END-PERFORM.
            CLOSE Sub5PlayerFile.
            PERFORM WriteTrailer.
            DISPLAY "Players converted with status set to active".

        ConvertSub5Player.
            MOVE S5P-Initials TO PL-Initials.
            MOVE S5P-Name TO PL-Name.
            MOVE S5P-Dept TO PL-Dept.
            MOVE S5P-RegDate TO PL-RegDate.
            MOVE S5P-Subscriptions TO PL-Subscriptions.
            SET PL-Active TO True.
            MOVE SPACES TO WS-RecImage.
            MOVE PlayerRecord TO WS-RecImage(1:67).

        UnloadMazeLib.
            MOVE "MAZELIB" TO WS-FileName.
            OPEN OUTPUT UnloadFile.
            MOVE ZERO TO WS-RecCount.
            MOVE ZERO TO WS-Hash.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-UnloadStamp.
            MOVE SPACES TO WS-Line.
            STRING "UNLOAD " WS-FileName
             " DATE " WS-UnloadStamp
             " RECLEN " WS-RecLen
             DELIMITED BY SIZE INTO WS-Line.
            WRITE UnloadRecord FROM WS-Line.
            PERFORM HashRecord.
            MOVE SPACES TO WS-Line.
            MOVE "D " TO WS-Line(1:2).
            MOVE WS-RecImage TO WS-Line(3:78).
            WRITE UnloadRecord FROM WS-Line.

        HashRecord.
