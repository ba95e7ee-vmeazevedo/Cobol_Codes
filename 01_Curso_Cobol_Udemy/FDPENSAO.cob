      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-PENSAO.
       01  PENSAO-REGISTRO.
           05 PENSAO-CHAVE.
               10 PENSAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
               10 PENSAO-SEQUENCIA PIC 9(2).
      *Numero da ordem dentro do funcionario (01, 02, ...).
           05 PENSAO-PROCESSO PIC X(20).
      *Numero do processo judicial, para responder ao juizo.
           05 PENSAO-BENEF-NOME PIC X(30).
           05 PENSAO-BENEF-CPF PIC X(11).
           05 PENSAO-TIPO-CALCULO PIC X(1).
      *P = percentual do liquido, V = valor fixo mensal.
           05 PENSAO-PERCENTUAL PIC 9(3)V99.
           05 PENSAO-VALOR-FIXO PIC 9(7)V99.
           05 PENSAO-DATA-INICIO PIC 9(8).
           05 PENSAO-DATA-FIM PIC 9(8).
      *AAAAMMDD; zeros = sem prazo determinado.
           05 PENSAO-BANCO-NUMERO PIC 9(3).
           05 PENSAO-BANCO-AGENCIA PIC 9(4).
           05 PENSAO-BANCO-CONTA PIC 9(8).
           05 PENSAO-BANCO-DIGITO PIC X(1).
           05 PENSAO-BANCO-TIPO-CONTA PIC X(1).
      *C = corrente, P = poupanca.
           05 PENSAO-SITUACAO PIC X(1).
      *A = ativa, E = encerrada.
           05 PENSAO-DATA-INCLUSAO PIC 9(8).
           05 PENSAO-OPERADOR PIC X(8).
