      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-LGPD.
       01  LGPD-REGISTRO.
           05 LGPD-PROTOCOLO PIC 9(6).
      *Numero do pedido, da numeracao central do PROG78 (LGPD).
           05 LGPD-CPF PIC X(11).
      *CPF do titular, somente digitos.
           05 LGPD-NOME PIC X(30).
      *Nome informado pelo titular; e por ele que se acha a pessoa
      *em dependentes.dat, que nao guarda CPF.
           05 LGPD-EMPRESA PIC 9(2).
      *Empresa da sessao em que o pedido foi registrado; o relatorio
      *le os cadastros dessa empresa.
           05 LGPD-DATA-PEDIDO PIC 9(8).
           05 LGPD-DATA-PRAZO PIC 9(8).
      *Data limite da resposta (AAAAMMDD): pedido + 15 dias
      *corridos, prazo da declaracao completa da LGPD.
           05 LGPD-SITUACAO PIC X(1).
      *P = pendente, A = atendido (relatorio emitido).
           05 LGPD-DATA-ATENDIMENTO PIC 9(8).
      *Zeros enquanto pendente.
           05 LGPD-QTD-REGISTROS PIC 9(5).
      *Registros listados no relatorio entregue.
           05 LGPD-OPERADOR-REGISTRO PIC X(8).
           05 LGPD-OPERADOR-ATENDIMENTO PIC X(8).
