            END-IF.

        EditMode.
            DISPLAY "Mode (INTERACTIVE/BATCH/2P/VSCPU/TOURN/DAILY/"
                "SPRINT): " WITH NO ADVANCING.
            ACCEPT WS-Answer.
            MOVE FUNCTION UPPER-CASE(WS-Answer) TO WS-Answer.
            EVALUATE WS-Answer(1:11)
                WHEN "VSCPU      " MOVE "VSCPU" TO CFG-Mode
                WHEN "TOURN      " MOVE "TOURN" TO CFG-Mode
                WHEN "DAILY      " MOVE "DAILY" TO CFG-Mode
                WHEN "SPRINT     " MOVE "SPRINT" TO CFG-Mode
                WHEN OTHER
                    DISPLAY "Unknown mode, kept " CFG-Mode
            END-EVALUATE.
