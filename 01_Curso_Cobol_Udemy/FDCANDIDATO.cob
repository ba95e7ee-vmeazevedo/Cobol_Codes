      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-CANDIDATO.
       01  CANDIDATO-REGISTRO.
           05 CANDIDATO-CHAVE.
               10 CANDIDATO-REQUISICAO PIC 9(6).
      *Mesmo tamanho de REQUISICAO-NUMERO.
               10 CANDIDATO-SEQUENCIA PIC 9(3).
           05 CANDIDATO-NOME PIC X(20).
      *Mesmo tamanho de FUNCIONARIO-NOME.
           05 CANDIDATO-CPF PIC X(11).
           05 CANDIDATO-TELEFONE PIC X(15).
           05 CANDIDATO-EMAIL PIC X(30).
           05 CANDIDATO-ETAPA PIC X(1).
      *T = triagem, E = entrevista, A = aprovado, R = recusado,
      *C = contratado (virou funcionario).
           05 CANDIDATO-DATA-ETAPA PIC 9(8).
           05 CANDIDATO-OPERADOR PIC X(8).
      *Operador da ultima mudanca de etapa.
           05 CANDIDATO-CODIGO-FUNC PIC 9(6).
      *Codigo de funcionario recebido na contratacao (zeros antes).
