        01 WS-BadIdx PIC 99.
        01 WS-FoundIdx PIC 99.
        01 WS-FlaggedTotal PIC 99 VALUE ZERO.
        01 WS-BalanceFlag PIC 9 VALUE 0.
            88 BalanceFailed VALUE 1.
            88 BalanceOk     VALUE 0.
        PROCEDURE DIVISION.

        Main.
                     " " ST-Note(StepI)
                     DELIMITED BY SIZE INTO WS-Line
                    PERFORM EmitLine
                    IF ST-Program(StepI) = "SNAKEBAL"
                     AND ST-Rc(StepI) >= 8 THEN
                        SET BalanceFailed TO True
                    END-IF
                END-IF
            END-PERFORM.
            IF BalanceFailed THEN
                MOVE SPACES TO WS-Line
                STRING "*** CONTROL TOTALS OUT OF BALANCE - "
                 "SEE SNAKEBAL.OUT ***"
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.

        CollectBadNights.
            PERFORM VARYING StepI FROM 1 BY 1 UNTIL
