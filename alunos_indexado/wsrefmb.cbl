$set sourceformat(free)

77 REFMB-DATAFILE      PIC X(40) VALUE "REFERENCIASMB.dat".
77 REFMB-DATAFILE-ENV  PIC X(40).
77 REFMB-STATUS        PIC X(2) VALUE "00".
77 REFMB-TENTATIVAS PIC 9(2) VALUE ZERO.
77 RMB-ENTIDADE-INST   PIC 9(5) VALUE 21345.
77 RMB-ENTIDADE-ENV    PIC X(5).
77 RMB-NOVO-ID         PIC 9(5).
77 RMB-NOVO-SEMESTRE   PIC X(6).
77 RMB-NOVO-PRESTACAO  PIC 9(2).
77 RMB-NOVO-VALOR      PIC 9(7)V99.
77 RMB-NOVO-LIMITE     PIC 9(8).
77 RMB-NOVA-REFERENCIA PIC 9(9).
77 RMB-GEROU           PIC X VALUE 'N'.
77 RMB-ANULAR-TIPO     PIC X VALUE 'T'.
    88 RMB-ANULAR-TODAS      VALUE 'T'.
    88 RMB-ANULAR-PRESTACOES VALUE 'P'.
77 RMB-ANULADAS        PIC 9(3) VALUE ZERO.
77 RMB-FIM-REFMB       PIC X VALUE 'N'.
77 RMB-SEQ-ENTIDADE    PIC X(10).
77 RMB-SEQ-NUMERO      PIC 9(5) VALUE ZERO.
77 RMB-MAIOR-SEQ       PIC 9(5) VALUE ZERO.
77 RMB-SOMA            PIC 9(7) VALUE ZERO.
77 RMB-QUOCIENTE      PIC 9(5) VALUE ZERO.
77 RMB-RESTO           PIC 9(2) VALUE ZERO.
77 RMB-IDX             PIC 9(2) VALUE ZERO.

01 RMB-HOJE-GRUPO.
  05 RMB-HOJE-SECULO   PIC 9(2).
  05 RMB-HOJE-AA       PIC 9(2).
  05 RMB-HOJE-MMDD     PIC 9(4).
01 RMB-HOJE REDEFINES RMB-HOJE-GRUPO PIC 9(8).

01 RMB-REF-TRAB        PIC 9(9).
01 RMB-REF-PARTES REDEFINES RMB-REF-TRAB.
  05 RMB-REF-AA        PIC 9(2).
  05 RMB-REF-SEQ       PIC 9(5).
  05 RMB-REF-CONTROLO  PIC 9(2).

*> digitos de controlo SIBS: entidade (5), referencia sem controlo
*> (7) e montante em centimos (8), ponderados pela tabela abaixo.
01 RMB-DIGITOS-GRUPO.
  05 RMB-DIG-ENTIDADE  PIC 9(5).
  05 RMB-DIG-BASE      PIC 9(7).
  05 RMB-DIG-CENTIMOS  PIC 9(8).
01 RMB-DIGITOS REDEFINES RMB-DIGITOS-GRUPO.
  05 RMB-DIGITO        PIC 9 OCCURS 20 TIMES.

01 RMB-PESOS-VALORES   PIC X(40) VALUE
    "5173178938624553155005493481762790093003".
01 RMB-PESOS REDEFINES RMB-PESOS-VALORES.
  05 RMB-PESO          PIC 9(2) OCCURS 20 TIMES.
