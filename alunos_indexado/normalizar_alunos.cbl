    ACCEPT MASTER-ESTADO-DATA FROM DATE YYYYMMDD
    MOVE SPACES     TO MASTER-ESTADO-MOTIVO
    MOVE "N"        TO MASTER-BLOQUEADO
    MOVE SPACES     TO MASTER-PLANO
    MOVE ZERO       TO MASTER-DATA-NASCIMENTO
    WRITE REGISTO-ALUNO-MASTER
        INVALID KEY
            DISPLAY "Aluno mestre ja existente, ignorado: " ID-ALUNO
