$set sourceformat(free)

77 HOMOLOG-DATAFILE      PIC X(40) VALUE "HOMOLOGACOES.dat".
77 HOMOLOG-DATAFILE-ENV  PIC X(40).
77 HOMOLOG-STATUS        PIC X(2) VALUE "00".
77 HOMOLOG-TENTATIVAS PIC 9(2) VALUE ZERO.
77 HOMOLOG-PAUTA         PIC X VALUE 'N'.
    88 PAUTA-HOMOLOGADA   VALUE 'S'.
