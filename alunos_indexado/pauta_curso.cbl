*>          cabecalho com o curso e o docente, uma linha por aluno
*>          com nome, componentes, media, escalao e resultado
*>          (aprovado/reprovado, com indicacao de recurso) e bloco
*>          de assinatura do docente. O cabecalho indica se a
*>          pauta ja foi homologada (homologar_pauta) ou se ainda e
*>          provisoria.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "slalunomaster.cbl".
     COPY "slescala.cbl".
     COPY "slpautaverif.cbl".
     COPY "slhomolog.cbl".
     COPY "slspool.cbl".
     COPY "slsessao.cbl".

  COPY "fdalunomaster.cbl".
  COPY "fdescala.cbl".
  COPY "fdpautaverif.cbl".
  COPY "fdhomolog.cbl".
  COPY "fdspool.cbl".
  COPY "fdsessao.cbl".

  COPY "wsalunomaster.cbl".
  COPY "wsescala.cbl".
  COPY "wspautaverif.cbl".
  COPY "wshomolog.cbl".
  COPY "wsspool.cbl".
  COPY "wsspoolreg.cbl".
  COPY "wssessao.cbl".
COPY "rvalunomaster.cbl".
COPY "rvescala.cbl".
COPY "rvpautaverif.cbl".
COPY "rvhomolog.cbl".
COPY "rvspool.cbl".

    PERFORM LER-SESSAO.
    IF PAUTA-CURSO-OK NOT = 'S'
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE PAUTA-CURSO TO HML-CURSO-CODE
        MOVE PAUTA-SEMESTRE TO HML-SEMESTRE
        PERFORM VERIFICAR-HOMOLOGACAO
        STRING "PAUTA-"       DELIMITED BY SIZE
               PAUTA-CURSO    DELIMITED BY SPACE
               "-"            DELIMITED BY SIZE
           PAUTA-DATA DELIMITED BY SIZE
           INTO LINHA-PAUTA
    WRITE LINHA-PAUTA
    MOVE SPACES TO LINHA-PAUTA
    IF PAUTA-HOMOLOGADA
        STRING "Estado: HOMOLOGADA em " DELIMITED BY SIZE
               HML-DATA DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               HML-OPERADOR DELIMITED BY SIZE
               INTO LINHA-PAUTA
    ELSE
        MOVE "Estado: PROVISORIA (pauta nao homologada)"
            TO LINHA-PAUTA
    END-IF
    WRITE LINHA-PAUTA
    MOVE ALL "=" TO LINHA-PAUTA
    WRITE LINHA-PAUTA.


COPY "pescala.cbl".

COPY "phomolog.cbl".

COPY "pspool.cbl".

COPY "psessao.cbl".
