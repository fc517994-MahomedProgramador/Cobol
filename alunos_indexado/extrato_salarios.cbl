*> Purpose: extracao das horas letivas dos docentes para a folha
*>          de salarios. Cada docente tem uma categoria
*>          (DOCPAGCFG.dat) e cada categoria uma tarifa horaria
*>          (TARIFASDOC.dat) com as horas letivas semanais do
*>          contrato, ambas mantidas aqui pelas financas.
*>          A extracao de um periodo (AAAAMM) deriva as horas do
*>          docente das atribuicoes de curso e do horario
*>          (HORARIOS.dat: soma das horas semanais vezes 4
*>          que o docente assina. O registo SALARIOSREG.dat
*>          guarda o que ja foi extraido por periodo: uma nova
*>          extracao do mesmo periodo so gera a diferenca
*>          (delta), nunca duplicados. As horas do horario sao
*>          acertadas com OCORRENCIASAULA.dat (ausencias): aulas
*>          canceladas ou substituidas saem ao titular, as
*>          substituicoes contam para o substituto e as aulas de
*>          reposicao contam no mes em que sao dadas.
*> Tectonics: cobc
*>****************************************************************
IDENTIFICATION DIVISION.
     COPY "sltarifadoc.cbl".
     COPY "sldoccfg.cbl".
     COPY "slsalreg.cbl".
     COPY "slocorraula.cbl".
     COPY "slsessao.cbl".

     SELECT SALARIOS-INT-FILE
  COPY "fdtarifadoc.cbl".
  COPY "fddoccfg.cbl".
  COPY "fdsalreg.cbl".
  COPY "fdocorraula.cbl".
  COPY "fdsessao.cbl".

  FD SALARIOS-INT-FILE.
  COPY "wstarifadoc.cbl".
  COPY "wsdoccfg.cbl".
  COPY "wssalreg.cbl".
  COPY "wsocorraula.cbl".
  COPY "wssessao.cbl".
    77 XSA-OPCAO             PIC 9 VALUE ZERO.
    77 XSA-SAIR              PIC X VALUE 'N'.
    77 XSA-DOC-ID            PIC 9(4).
    77 XSA-CATEGORIA         PIC X(2).
    77 XSA-TARIFA            PIC 9(5)V99.
    77 XSA-HORAS-CONTRATO    PIC 9(2).
    77 XSA-DESCRICAO         PIC X(20).
    77 XSA-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 XSA-FIM-CURSOS        PIC X VALUE 'N'.
    77 XSA-HORAS-SEMANA      PIC 9(3)V99 VALUE ZERO.
    77 XSA-HORAS-CURSO       PIC 9(3)V99 VALUE ZERO.
    77 XSA-HORAS-MES         PIC 9(3)V99 VALUE ZERO.
    77 XSA-HORAS-ACERTO      PIC S9(3)V99 VALUE ZERO.
    77 XSA-FIM-OCORRENCIAS   PIC X VALUE 'N'.
    77 XSA-MIN-INICIO        PIC 9(5).
    77 XSA-MIN-FIM           PIC 9(5).
    77 XSA-H                 PIC 9(2).
COPY "rvtarifadoc.cbl".
COPY "rvdoccfg.cbl".
COPY "rvsalreg.cbl".
COPY "rvocorraula.cbl".

    PERFORM LER-SESSAO
    IF SES-NIVEL-ATUAL = ZERO
    ACCEPT XSA-DESCRICAO
    DISPLAY "Tarifa por hora: " NO ADVANCING
    ACCEPT XSA-TARIFA
    DISPLAY "Horas letivas semanais do contrato: " NO ADVANCING
    ACCEPT XSA-HORAS-CONTRATO
    MOVE ZERO TO TARIFASDOC-TENTATIVAS
    PERFORM UNTIL TARIFASDOC-STATUS = "00"
        OR TARIFASDOC-TENTATIVAS = 5
        MOVE XSA-CATEGORIA TO TRF-CATEGORIA
        MOVE XSA-DESCRICAO TO TRF-DESCRICAO
        MOVE XSA-TARIFA TO TRF-TARIFA-HORA
        MOVE XSA-HORAS-CONTRATO TO TRF-HORAS-CONTRATO
        WRITE REGISTO-TARIFA-DOC
            INVALID KEY
                REWRITE REGISTO-TARIFA-DOC
        OPEN INPUT HORARIOS-FILE
        OPEN INPUT DOC-CFG-FILE
        OPEN INPUT TARIFAS-DOC-FILE
        OPEN INPUT OCORRENCIAS-AULA-FILE
        MOVE ZERO TO SALARIOSREG-TENTATIVAS
        PERFORM UNTIL SALARIOSREG-STATUS = "00"
            OR SALARIOSREG-TENTATIVAS = 5
        IF SALARIOSREG-STATUS = "00"
            CLOSE SALARIOS-REG-FILE
        END-IF
        IF OCORRAULA-STATUS = "00"
            CLOSE OCORRENCIAS-AULA-FILE
        END-IF
        IF TARIFASDOC-STATUS = "00"
            CLOSE TARIFAS-DOC-FILE
        END-IF
CALCULAR-HORAS-DOCENTE.
*> horas semanais dos cursos atribuidos ao docente no semestre:
*> do horario quando existe, dos creditos do curso quando nao;
*> o mes conta 4 semanas letivas, acertadas depois com as
*> ausencias, substituicoes e reposicoes do periodo.
    MOVE ZERO TO XSA-HORAS-SEMANA
    MOVE 'N' TO XSA-FIM-CURSOS
    IF CURSO-STATUS NOT = "00"
            END-READ
        END-PERFORM
    END-IF
    COMPUTE XSA-HORAS-MES = XSA-HORAS-SEMANA * 4
    PERFORM ACERTAR-HORAS-OCORRENCIAS.

ACERTAR-HORAS-OCORRENCIAS.
    MOVE ZERO TO XSA-HORAS-ACERTO
    MOVE 'N' TO XSA-FIM-OCORRENCIAS
    IF OCORRAULA-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE LOW-VALUES TO OCA-CHAVE
        START OCORRENCIAS-AULA-FILE KEY IS NOT LESS THAN OCA-CHAVE
            INVALID KEY
                MOVE 'Y' TO XSA-FIM-OCORRENCIAS
        END-START
        PERFORM UNTIL XSA-FIM-OCORRENCIAS = 'Y'
            READ OCORRENCIAS-AULA-FILE NEXT RECORD
                AT END MOVE 'Y' TO XSA-FIM-OCORRENCIAS
                NOT AT END
                    PERFORM ACERTAR-UMA-OCORRENCIA
            END-READ
        END-PERFORM
    END-IF
    IF XSA-HORAS-MES + XSA-HORAS-ACERTO < ZERO
        MOVE ZERO TO XSA-HORAS-MES
    ELSE
        COMPUTE XSA-HORAS-MES = XSA-HORAS-MES + XSA-HORAS-ACERTO
    END-IF.

ACERTAR-UMA-OCORRENCIA.
    IF OCA-DATA (1:6) = XSA-PERIODO
        IF OCA-DOC-TITULAR = XSA-DOC-ID
            SUBTRACT OCA-HORAS FROM XSA-HORAS-ACERTO
        END-IF
        IF OCA-SUBSTITUIDA AND OCA-DOC-SUBSTITUTO = XSA-DOC-ID
            ADD OCA-HORAS TO XSA-HORAS-ACERTO
        END-IF
    END-IF
    IF OCA-CANCELADA AND OCA-REPOSICAO-MARCADA
        AND OCA-DOC-TITULAR = XSA-DOC-ID
        AND OCA-DATA-REPOSICAO (1:6) = XSA-PERIODO
        ADD OCA-HORAS-REP TO XSA-HORAS-ACERTO
    END-IF.

SOMAR-HORAS-CURSO.
    MOVE ZERO TO XSA-HORAS-CURSO
