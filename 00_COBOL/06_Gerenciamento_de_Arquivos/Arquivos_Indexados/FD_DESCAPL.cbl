       FD  DESCAPL.
       01  DESCAPL-FILE.
           05  DESCAPL-CHAVE.
      *Chave da cobranca (mensalidade.dat) mais o tipo do desconto:
      *uma linha por desconto aplicado na geracao.
               10  DESCAPL-TURMA-ID     PIC 9(4).
               10  DESCAPL-STUDENT-ID   PIC 9(5).
               10  DESCAPL-COMPETENCIA  PIC 9(6).
               10  DESCAPL-TIPO         PIC X(1).
           05  DESCAPL-VALOR-BRUTO      PIC 9(5)V99.
      *TURMA-MENSALIDADE na geracao; a cobranca guarda o liquido.
           05  DESCAPL-VALOR            PIC 9(5)V99.
      *Desconto concedido nesta cobranca.
