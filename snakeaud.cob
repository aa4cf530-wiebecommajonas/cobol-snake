            IF AuditRecord(37:65) NOT = SPACES THEN
                MOVE SPACES TO WS-Line
                STRING "  BEFORE: " AuditRecord(37:65)
                 AuditRecord(169:6)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
            IF AuditRecord(103:65) NOT = SPACES THEN
                MOVE SPACES TO WS-Line
                STRING "  AFTER:  " AuditRecord(103:65)
                 AuditRecord(175:6)
                 DELIMITED BY SIZE INTO WS-Line
                PERFORM EmitLine
            END-IF.
