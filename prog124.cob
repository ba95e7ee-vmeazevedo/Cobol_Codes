      *novo" vira tendencia visivel, nao folclore. O arquivo inteiro e regravado na
      *confirmacao, preservando as linhas ja reconhecidas (mesma
      *tecnica de regravacao do fechamento do PROG81).
      *Os estouros de tempo do lote noturno (PROG176) chegam no mesmo
      *arquivo com status SL - operacao LENTIDAO para o passo lento,
      *ATRASO-SLA para a cadeia prevista depois da abertura da mesa
      *- e sao reconhecidos e agrupados como os abends.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
