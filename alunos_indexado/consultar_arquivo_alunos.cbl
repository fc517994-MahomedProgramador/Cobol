                ACCEPT MASTER-ESTADO-DATA FROM DATE YYYYMMDD
                MOVE "READMISSAO" TO MASTER-ESTADO-MOTIVO
                MOVE "N" TO MASTER-BLOQUEADO
                MOVE SPACES TO MASTER-PLANO
                MOVE ZERO TO MASTER-DATA-NASCIMENTO
                WRITE REGISTO-ALUNO-MASTER
            NOT INVALID KEY
                MOVE "A" TO MASTER-ESTADO
