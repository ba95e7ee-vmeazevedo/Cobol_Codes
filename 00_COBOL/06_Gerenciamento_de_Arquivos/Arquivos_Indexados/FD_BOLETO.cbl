       FD  BOLETO.
       01  BOLETO-FILE.
           05  BOLETO-NOSSO-NUMERO      PIC 9(8).
      *Numeracao sequencial unica dos boletos enviados ao banco.
           05  BOLETO-MENSALIDADE-CHAVE.
      *Cobranca de mensalidade.dat: um boleto por cobranca.
               10  BOLETO-TURMA-ID      PIC 9(4).
               10  BOLETO-STUDENT-ID    PIC 9(5).
               10  BOLETO-COMPETENCIA   PIC 9(6).
           05  BOLETO-VENCIMENTO        PIC 9(8).
           05  BOLETO-VALOR             PIC 9(5)V99.
           05  BOLETO-DATA-REMESSA      PIC 9(8).
           05  BOLETO-SITUACAO          PIC X(1).
      *E = enviado ao banco, P = pago (baixado pelo retorno).
           05  BOLETO-DATA-PAGTO        PIC 9(8).
           05  BOLETO-VALOR-PAGO        PIC 9(7)V99.
           05  BOLETO-MULTA             PIC 9(5)V99.
           05  BOLETO-JUROS             PIC 9(5)V99.
