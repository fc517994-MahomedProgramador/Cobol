     05 FILLER               PIC X.
     05 JRN-OPERACAO         PIC X(8).
     05 FILLER               PIC X.
     05 JRN-IMAGEM           PIC X(300).

WORKING-STORAGE SECTION.
  COPY "wsaluno.cbl".
