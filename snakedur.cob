                03 HSE-Length   PIC 9(3).
                03 HSE-Duration PIC 9(10).
                03 HSE-Date     PIC 9(8).
                03 HSE-OrigDuration PIC 9(10).
        01 HiScoreCount PIC 999 VALUE ZERO.
        01 HSI2 PIC 999.
        01 WS-BadCount PIC 99 VALUE ZERO.
        01 WS-FixedCount PIC 99 VALUE ZERO.
        01 WS-BadReason PIC X(20).
        01 WS-MaxDayMillis PIC 9(10) VALUE 86400000.
        01 WS-JournalFails PIC 99 VALUE ZERO.
            COPY "JnlParm.cpy".
        PROCEDURE DIVISION.

        Main.
                             HSE-Length(HiScoreCount)
                            MOVE HS-Duration TO
                             HSE-Duration(HiScoreCount)
                             HSE-OrigDuration(HiScoreCount)
                            MOVE HS-Date TO
                             HSE-Date(HiScoreCount)
                    END-READ
                WRITE HiScoreRecord
            END-PERFORM.
            CLOSE HiScoreFile.
            PERFORM JournalRepair.

        JournalRepair.
            MOVE ZERO TO WS-JournalFails.
            MOVE "HISCORE" TO JN-File.
            MOVE "SNAKEDUR" TO JN-Program.
            SET JN-Chg TO True.
            PERFORM VARYING HSI2 FROM 1 BY 1 UNTIL HSI2 > HiScoreCount
                IF HSE-Duration(HSI2) NOT = HSE-OrigDuration(HSI2)
                 THEN
                    MOVE SPACES TO JN-Before
                    MOVE HSE-Class(HSI2) TO JN-Before(1:9)
                    MOVE HSE-Rank(HSI2) TO JN-Before(10:2)
                    MOVE HSE-Initials(HSI2) TO JN-Before(12:3)
                    MOVE HSE-Length(HSI2) TO JN-Before(15:3)
                    MOVE HSE-OrigDuration(HSI2) TO JN-Before(18:10)
                    MOVE HSE-Date(HSI2) TO JN-Before(28:8)
                    MOVE JN-Before TO JN-After
                    MOVE HSE-Duration(HSI2) TO JN-After(18:10)
                    CALL "snakejnl" USING JnlParm
                    IF JN-NotWritten THEN
                        ADD 1 TO WS-JournalFails
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-JournalFails > 0 THEN
                MOVE SPACES TO WS-Line
                STRING WS-JournalFails " CHANGE(S) NOT RECORDED IN "
                 "HISCORE.JNL - TAKE A FRESH SNAKEULD UNLOAD"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        EmitLine.
            WRITE ReportLine FROM WS-Line.
