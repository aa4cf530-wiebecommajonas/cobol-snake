        01 WS-DayNumber PIC 9(7).
        01 WS-PrevLength PIC 9(3).
        01 WS-ExpectedRank PIC 99.
        01 BeforeImages.
            02 BeforeCount PIC 999 VALUE ZERO.
            02 BeforeImage PIC X(35) OCCURS 200 TIMES.
        01 AfterImages.
            02 AfterCount PIC 999 VALUE ZERO.
            02 AfterImage OCCURS 200 TIMES.
                03 AI-Image   PIC X(35).
                03 AI-Matched PIC 9.
        01 WS-JournalFails PIC 999 VALUE ZERO.
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
                            MOVE "10" TO WS-HiScoreStatus
                        NOT AT END
                            ADD 1 TO CheckCount
                            MOVE HiScoreRecord TO
                             BeforeImage(CheckCount)
                            MOVE HS-Class TO CK-Class(CheckCount)
                            MOVE HS-Rank TO CK-Rank(CheckCount)
                            MOVE HS-Initials TO
                CLOSE HiScoreFile
                MOVE "00" TO WS-HiScoreStatus
            END-IF.
            MOVE CheckCount TO BeforeCount.

        CheckRecord.
            MOVE SPACES TO WS-BadReason.
            MOVE ZERO TO WS-GoodCount.
            MOVE ZERO TO WS-ClassGoodCount.
            MOVE LOW-VALUES TO WS-PrevClass.
            MOVE ZERO TO AfterCount.
            OPEN OUTPUT HiScoreFile.
            PERFORM VARYING CHK2 FROM 1 BY 1 UNTIL CHK2 > CheckCount
                IF CK-Good(CHK2) THEN
                        MOVE CK-Duration(CHK2) TO HS-Duration
                        MOVE CK-Date(CHK2) TO HS-Date
                        WRITE HiScoreRecord
                        ADD 1 TO AfterCount
                        MOVE HiScoreRecord TO AI-Image(AfterCount)
                        MOVE ZERO TO AI-Matched(AfterCount)
                    END-IF
                END-IF
            END-PERFORM.
             " RECORD(S), RE-RANKED PER CLASS"
             DELIMITED BY SIZE INTO WS-Line.
            PERFORM EmitLine.
            PERFORM JournalRepair.

        JournalRepair.
            MOVE ZERO TO WS-JournalFails.
            PERFORM VARYING CHK2 FROM 1 BY 1 UNTIL CHK2 > BeforeCount
                MOVE BeforeImage(CHK2) TO JN-Before
                MOVE SPACES TO JN-After
                PERFORM VARYING CHK3 FROM 1 BY 1 UNTIL
                 CHK3 > AfterCount
                    IF AI-Image(CHK3)(1:11) = BeforeImage(CHK2)(1:11)
                     THEN
                        MOVE AI-Image(CHK3) TO JN-After
                        MOVE 1 TO AI-Matched(CHK3)
                    END-IF
                END-PERFORM
                IF JN-Before NOT = JN-After THEN
                    PERFORM WriteJournalRecord
                END-IF
            END-PERFORM.
            PERFORM VARYING CHK3 FROM 1 BY 1 UNTIL CHK3 > AfterCount
                IF AI-Matched(CHK3) = 0 THEN
                    MOVE SPACES TO JN-Before
                    MOVE AI-Image(CHK3) TO JN-After
                    PERFORM WriteJournalRecord
                END-IF
            END-PERFORM.
            IF WS-JournalFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING WS-JournalFails " CHANGE(S) NOT RECORDED IN "
                 "HISCORE.JNL - TAKE A FRESH SNAKEULD UNLOAD"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        WriteJournalRecord.
            MOVE "HISCORE" TO JN-File.
            MOVE "SNAKECHK" TO JN-Program.
            EVALUATE True
                WHEN JN-Before = SPACES SET JN-Add TO True
                WHEN JN-After = SPACES  SET JN-Del TO True
                WHEN OTHER              SET JN-Chg TO True
            END-EVALUATE.
            CALL "snakejnl" USING JnlParm.
            IF JN-NotWritten THEN
                ADD 1 TO WS-JournalFails
            END-IF.

        SortGoodRecords.
            PERFORM VARYING CHK2 FROM 1 BY 1 UNTIL CHK2 >= CheckCount
