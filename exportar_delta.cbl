            MOVE "D" TO DLT-ACAO
        WHEN "FUSAO"
            MOVE "D" TO DLT-ACAO
        WHEN "INATIVACAO"
            MOVE "D" TO DLT-ACAO
        WHEN "REATIVACAO"
            MOVE "I" TO DLT-ACAO
        WHEN OTHER
            MOVE SPACE TO DLT-ACAO
    END-EVALUATE
