      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-REQUISICAO.
       01  REQUISICAO-REGISTRO.
           05 REQUISICAO-NUMERO PIC 9(6).
      *Numero do distribuidor central PROG78 (cadastro
      *REQUISICOES).
           05 REQUISICAO-DEPARTAMENTO PIC 9(4).
      *Mesmo tamanho de DEPARTAMENTO-CODIGO.
           05 REQUISICAO-CARGO PIC X(20).
      *Mesmo tamanho de SALARIO-CARGO e CARGO-DESCRICAO.
           05 REQUISICAO-SALARIO-PREVISTO PIC 9(7)V99.
           05 REQUISICAO-QTD-VAGAS PIC 9(2).
           05 REQUISICAO-QTD-PREENCHIDAS PIC 9(2).
           05 REQUISICAO-MOTIVO PIC X(30).
      *Ex: SUBSTITUICAO DE FULANO, AUMENTO DE QUADRO.
           05 REQUISICAO-DATA-ABERTURA PIC 9(8).
           05 REQUISICAO-DATA-FECHAMENTO PIC 9(8).
      *Zeros enquanto aberta.
           05 REQUISICAO-SITUACAO PIC X(1).
      *A = aberta, F = fechada (todas as vagas preenchidas),
      *C = cancelada.
           05 REQUISICAO-SOLICITANTE PIC X(8).
      *Operador que abriu a requisicao.
