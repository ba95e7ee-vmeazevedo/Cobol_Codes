      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-PROVISAO.
       01  PROVISAO-REGISTRO.
           05 PROVISAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 PROVISAO-PERIODO PIC 9(6).
      *Ultima competencia AAAAMM apurada para o funcionario.
           05 PROVISAO-SALDO-FERIAS PIC 9(9)V99.
      *Ferias vencidas e proporcionais ainda nao gozadas.
           05 PROVISAO-SALDO-TERCO PIC 9(9)V99.
      *Um terco sobre o saldo de ferias.
           05 PROVISAO-SALDO-13 PIC 9(9)V99.
      *Avos de 13o do ano ainda nao pagos pelo PROG92.
           05 PROVISAO-CENTRO-CUSTO PIC 9(6).
      *Centro de custo em que o saldo esta contabilizado.
           05 PROVISAO-DATA-CALCULO PIC 9(8).
