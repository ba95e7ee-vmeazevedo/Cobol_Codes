      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-BANCO-HORAS.
       01  BANCO-REGISTRO.
           05 BANCO-CHAVE.
               10 BANCO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 BANCO-DATA PIC 9(8).
      *AAAAMMDD. No credito e no pagamento, o dia 01 do periodo do
      *fechamento; na compensacao, o dia da folga.
               10 BANCO-TIPO PIC X(1).
      *C = credito de horas extras do fechamento, D = folga de
      *compensacao aprovada (debito), P = credito vencido pago como
      *hora extra no extrato da folha.
           05 BANCO-MINUTOS PIC 9(5).
           05 BANCO-PERIODO PIC 9(6).
      *AAAAMM do fechamento que gerou o credito ou o pagamento
      *(zeros na compensacao).
           05 BANCO-OPERADOR PIC X(8).
           05 BANCO-DATA-REGISTRO PIC 9(8).
