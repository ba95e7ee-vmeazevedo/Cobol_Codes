      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-CONTRSIND.
       01  CONTRSIND-REGISTRO.
           05 CONTRSIND-CHAVE.
               10 CONTRSIND-SINDICATO PIC 9(3).
               10 CONTRSIND-PERIODO PIC 9(6).
      *Periodo AAAAMM do extrato que enviou o desconto.
               10 CONTRSIND-CODIGO-FUNC PIC 9(6).
           05 CONTRSIND-BASE PIC 9(7)V99.
      *Salario vigente usado no calculo (zeros no valor fixo).
           05 CONTRSIND-VALOR PIC 9(7)V99.
           05 CONTRSIND-DATA-EXTRACAO PIC 9(8).
           05 CONTRSIND-SITUACAO PIC X(1).
      *E = enviado ao bureau no extrato, R = recolhido ao sindicato.
           05 CONTRSIND-DATA-RECOLHIMENTO PIC 9(8).
           05 CONTRSIND-GUIA PIC X(20).
      *Numero da guia ou do comprovante do pagamento ao sindicato.
