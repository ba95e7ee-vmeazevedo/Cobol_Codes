      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-DIFERENCA.
       01  DIFERENCA-REGISTRO.
           05 DIFERENCA-CHAVE.
               10 DIFERENCA-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 DIFERENCA-PERIODO PIC 9(6).
      *Periodo AAAAMM ja pago (resultado_folha.dat) a que a
      *diferenca se refere.
           05 DIFERENCA-SALARIO-PAGO PIC 9(7)V99.
      *Salario vigente no periodo pelas vigencias digitadas ate ele.
           05 DIFERENCA-SALARIO-DEVIDO PIC 9(7)V99.
      *Salario vigente no periodo contando as vigencias retroativas.
           05 DIFERENCA-VALOR PIC 9(7)V99.
      *Diferenca ainda a pagar (devido - pago - ja enviado).
           05 DIFERENCA-VALOR-ENVIADO PIC 9(7)V99.
      *Soma do que ja foi ao bureau para este periodo.
           05 DIFERENCA-SITUACAO PIC X(1).
      *P = pendente de aprovacao, A = aprovada, R = recusada,
      *E = enviada no extrato do PROG42.
           05 DIFERENCA-DATA-APURACAO PIC 9(8).
           05 DIFERENCA-APROVADOR PIC X(8).
           05 DIFERENCA-DATA-APROVACAO PIC 9(8).
           05 DIFERENCA-GERACAO-ENVIO PIC 9(6).
           05 DIFERENCA-VALOR-ULTIMO-ENVIO PIC 9(7)V99.
      *Valor da linha T do extrato da geracao acima (o acumulado
      *enviado soma todas as geracoes).
