*>          aluno; quem ultrapassa a percentagem regulamentar de
*>          faltas (configuravel, 30 por cento por omissao) e
*>          assinalado como EXCLUIDO DO EXAME antes da epoca de
*>          exames, para a pauta o poder excluir. Um aluno com
*>          estatuto especial aprovado e valido (gerir_estatutos)
*>          que isente do limite de faltas e admitido mesmo acima
*>          do limite, e o relatorio diz que estatuto aplicou.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
     COPY "slpresenca.cbl".
     COPY "slestatuto.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdpresenca.cbl".
  COPY "fdestatuto.cbl".

WORKING-STORAGE SECTION.
  COPY "wspresenca.cbl".
  COPY "wsestatuto.cbl".
    77 ELG-CURSO             PIC X(6).
    77 ELG-SEMESTRE          PIC X(6).
    77 ELG-LIMITE-PCT        PIC 9(3) VALUE 30.
    77 ELG-ENCONTROU         PIC X VALUE 'N'.
    77 ELG-PCT-FALTAS        PIC 9(3) VALUE ZERO.
    77 ELG-TOTAL-EXCLUIDOS   PIC 9(3) VALUE ZERO.
    77 ELG-TOTAL-ISENTOS     PIC 9(3) VALUE ZERO.
    01 ELG-TABELA.
      05 ELG-ENT OCCURS 300 TIMES.
         10 ELG-ID-ALUNO     PIC 9(5).

PROCEDURE DIVISION.
COPY "rvpresenca.cbl".
COPY "rvestatuto.cbl".

    PERFORM RELATORIO-ELEGIBILIDADE.
GOBACK.
    IF ELG-RESPOSTA NOT = SPACES
        MOVE FUNCTION NUMVAL (ELG-RESPOSTA) TO ELG-LIMITE-PCT
    END-IF
    ACCEPT DIR-DATA-REF FROM DATE YYYYMMDD
    PERFORM AGREGAR-PRESENCAS
    IF ELG-QTD-ALUNOS = ZERO
        DISPLAY "Sem presencas registadas para " ELG-CURSO
            UNTIL ELG-IX = ELG-QTD-ALUNOS
        DISPLAY "-----------------------------------------------"
        DISPLAY "Alunos excluidos do exame: " ELG-TOTAL-EXCLUIDOS
        DISPLAY "Admitidos por isencao de estatuto: "
            ELG-TOTAL-ISENTOS
        MOVE 0 TO RETURN-CODE
    END-IF.

        COMPUTE ELG-PCT-FALTAS ROUNDED =
            ELG-FALTAS (ELG-IX) * 100 / ELG-SESSOES (ELG-IX)
    END-IF
    MOVE 'N' TO DIR-ISENTO-ASSID
    IF ELG-PCT-FALTAS > ELG-LIMITE-PCT
        MOVE ELG-ID-ALUNO (ELG-IX) TO DIR-ID-ALUNO
        MOVE ELG-SEMESTRE TO DIR-SEMESTRE
        PERFORM APURAR-DIREITOS-ESTATUTO
    END-IF
    EVALUATE TRUE
        WHEN ELG-PCT-FALTAS > ELG-LIMITE-PCT AND DIREITO-ISENCAO-ASSID
            ADD 1 TO ELG-TOTAL-ISENTOS
            DISPLAY "Aluno " ELG-ID-ALUNO (ELG-IX)
                "  faltas " ELG-FALTAS (ELG-IX)
                " de " ELG-SESSOES (ELG-IX)
                " (" ELG-PCT-FALTAS "%)  admitido - isento por"
                " estatuto " DIR-TIPOS
        WHEN ELG-PCT-FALTAS > ELG-LIMITE-PCT
            ADD 1 TO ELG-TOTAL-EXCLUIDOS
            DISPLAY "Aluno " ELG-ID-ALUNO (ELG-IX)
                "  faltas " ELG-FALTAS (ELG-IX)
                " de " ELG-SESSOES (ELG-IX)
                " (" ELG-PCT-FALTAS "%)  *** EXCLUIDO DO EXAME ***"
        WHEN OTHER
            DISPLAY "Aluno " ELG-ID-ALUNO (ELG-IX)
                "  faltas " ELG-FALTAS (ELG-IX)
                " de " ELG-SESSOES (ELG-IX)
                " (" ELG-PCT-FALTAS "%)  admitido"
    END-EVALUATE.

COPY "pestatuto.cbl".
