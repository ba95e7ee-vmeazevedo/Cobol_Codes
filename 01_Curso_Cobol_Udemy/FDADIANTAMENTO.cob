      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-ADIANTAMENTO.
       01  ADIANTAMENTO-REGISTRO.
           05 ADIANTAMENTO-CHAVE.
               10 ADIANTAMENTO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 ADIANTAMENTO-PERIODO PIC 9(6).
      *Periodo AAAAMM do adiantamento (um por funcionario e mes).
           05 ADIANTAMENTO-SALARIO-BASE PIC 9(7)V99.
      *Salario vigente no dia da rodada (salarios.dat).
           05 ADIANTAMENTO-PERCENTUAL PIC 9(3).
           05 ADIANTAMENTO-VALOR PIC 9(7)V99.
           05 ADIANTAMENTO-DATA-GERACAO PIC 9(8).
           05 ADIANTAMENTO-SITUACAO PIC X(1).
      *G = gerado na rodada (extrato do adiantamento), R = remetido
      *ao banco (PROG117), D = descontado no extrato mensal (PROG42).
           05 ADIANTAMENTO-DATA-REMESSA PIC 9(8).
           05 ADIANTAMENTO-GERACAO-DESCONTO PIC 9(6).
      *Geracao do extrato mensal que levou o desconto.
