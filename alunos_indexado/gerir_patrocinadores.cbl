  COPY "wspatrocinador.cbl".
  COPY "wspatrocinio.cbl".
  COPY "wssessao.cbl".
  COPY "wsnif.cbl".
    77 SPO-OPCAO             PIC 9 VALUE ZERO.
    77 SPO-SAIR              PIC X VALUE 'N'.
    77 SPO-FIM-FICHEIRO      PIC X VALUE 'N'.
    77 SPO-NUMERO            PIC 9(5).
    77 SPO-NOME              PIC X(30).
    77 SPO-MORADA            PIC X(40).
    77 SPO-NIF               PIC X(9).
    77 SPO-NIF-OK            PIC X VALUE 'N'.
    77 SPO-ID-ALUNO          PIC 9(5).
    77 SPO-TIPO              PIC X.
    77 SPO-PERCENTAGEM       PIC 9(3).
                AT END MOVE 'Y' TO SPO-FIM-FICHEIRO
                NOT AT END
                    DISPLAY SPN-NUMERO "  " SPN-NOME
                        "  NIF " SPN-NIF "  estado " SPN-ESTADO
                    ADD 1 TO SPO-TOTAL-LISTADOS
            END-READ
        END-PERFORM
        ACCEPT SPO-NOME
        DISPLAY "Morada: " NO ADVANCING
        ACCEPT SPO-MORADA
        MOVE 'N' TO SPO-NIF-OK
        PERFORM UNTIL SPO-NIF-OK = 'S'
            DISPLAY "NIF (ENTER = sem NIF): " NO ADVANCING
            ACCEPT SPO-NIF
            MOVE SPO-NIF TO NIF-VALIDAR
            PERFORM VALIDAR-NIF
            IF SPO-NIF = SPACES OR NIF-VALIDO
                MOVE 'S' TO SPO-NIF-OK
            ELSE
                DISPLAY "NIF invalido (9 digitos com controlo)."
            END-IF
        END-PERFORM
        MOVE ZERO TO PATROCINADORES-TENTATIVAS
        PERFORM UNTIL PATROCINADORES-STATUS = "00"
            OR PATROCINADORES-TENTATIVAS = 5
            MOVE SPO-NUMERO TO SPN-NUMERO
            MOVE SPO-NOME TO SPN-NOME
            MOVE SPO-MORADA TO SPN-MORADA
            MOVE SPO-NIF TO SPN-NIF
            MOVE "A" TO SPN-ESTADO
            WRITE REGISTO-PATROCINADOR
                INVALID KEY
        CLOSE PATROCINIOS-FILE
    END-IF.

COPY "pnif.cbl".

COPY "psessao.cbl".
