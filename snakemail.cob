                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF PL-Inactive THEN
                SET SuppressEvent TO True
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-EventType
                WHEN "HISCORE " MOVE PL-SubHiScore TO WS-SubFlag
                WHEN "KNOCKOUT" MOVE PL-SubKnockout TO WS-SubFlag
                WHEN "TOURN   " MOVE PL-SubTourn TO WS-SubFlag
                WHEN "CHECK   " MOVE PL-SubCheck TO WS-SubFlag
                WHEN "BADGE   " MOVE PL-SubBadge TO WS-SubFlag
                WHEN OTHER      MOVE "Y" TO WS-SubFlag
            END-EVALUATE.
            IF WS-SubFlag = "N" THEN
