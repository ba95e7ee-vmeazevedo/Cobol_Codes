       FD  DESCONTO.
       01  DESCONTO-FILE.
           05  DESCONTO-CHAVE.
               10  DESCONTO-STUDENT-ID  PIC 9(5).
               10  DESCONTO-TIPO        PIC X(1).
      *B = bolsa de estudos, I = desconto de irmaos, A = desconto
      *de pagamento antecipado. Um desconto de cada tipo por aluno.
           05  DESCONTO-TURMA-ID        PIC 9(4).
      *Turma a que o desconto se aplica; zeros = todas do aluno.
           05  DESCONTO-FORMA           PIC X(1).
      *P = percentual sobre TURMA-MENSALIDADE, V = valor fixo.
           05  DESCONTO-PERCENTUAL      PIC 9(3)V99.
           05  DESCONTO-VALOR           PIC 9(5)V99.
           05  DESCONTO-INICIO          PIC 9(6).
           05  DESCONTO-FIM             PIC 9(6).
      *Vigencia em competencias AAAAMM, inclusive as duas pontas.
           05  DESCONTO-OPERADOR        PIC X(8).
      *Operador (supervisor) que aprovou o desconto.
           05  DESCONTO-DATA            PIC 9(8).
      *Data da aprovacao em AAAAMMDD.
