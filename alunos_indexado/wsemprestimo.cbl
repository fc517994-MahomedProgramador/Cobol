$set sourceformat(free)

77 EMPRESTIMOS-DATAFILE     PIC X(40) VALUE "EMPRESTIMOS.dat".
77 EMPRESTIMOS-DATAFILE-ENV PIC X(40).
77 EMPRESTIMOS-STATUS       PIC X(2) VALUE "00".
77 EMPRESTIMOS-TENTATIVAS PIC 9(2) VALUE ZERO.
77 EMP-VERIFICAR-ID         PIC 9(5).
77 EMP-ALUNO-ABERTO         PIC X VALUE 'N'.
    88 ALUNO-COM-EMPRESTIMO  VALUE 'S'.
77 EMP-ATV-ABERTO           PIC 9(5) VALUE ZERO.
77 EMP-FIM-EMPRESTIMOS      PIC X VALUE 'N'.
