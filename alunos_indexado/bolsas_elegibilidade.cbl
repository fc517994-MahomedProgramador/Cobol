     COPY "slcurso.cbl".
     COPY "slalunomaster.cbl".
     COPY "slnotasarq.cbl".
     COPY "slbolsacand.cbl".

DATA DIVISION.
FILE SECTION.
  COPY "fdcurso.cbl".
  COPY "fdalunomaster.cbl".
  COPY "fdnotasarq.cbl".
  COPY "fdbolsacand.cbl".

WORKING-STORAGE SECTION.
  COPY "wsnotas.cbl".
  COPY "wscurso.cbl".
  COPY "wsalunomaster.cbl".
  COPY "wsnotasarq.cbl".
  COPY "wsbolsacand.cbl".
    77 BOL-ANO               PIC X(4).
    77 BOL-MEDIA-MINIMA      PIC 99V99 VALUE 14.00.
    77 BOL-CRED-MINIMOS      PIC 9(3) VALUE 24.
COPY "rvcurso.cbl".
COPY "rvalunomaster.cbl".
COPY "rvnotasarq.cbl".
COPY "rvbolsacand.cbl".

    PERFORM APURAR-BOLSAS.
GOBACK.
    CLOSE CANDIDATOS-FILE
    DISPLAY "=============================================="
    DISPLAY "Total de candidatos: " BOL-TOTAL
    DISPLAY "Candidatos gravados em " BOLSACAND-DATAFILE.
