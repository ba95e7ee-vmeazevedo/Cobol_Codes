      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-SINDVINC.
       01  SINDVINC-REGISTRO.
           05 SINDVINC-CHAVE.
               10 SINDVINC-TIPO PIC X(1).
      *D = departamento, C = cargo.
               10 SINDVINC-REFERENCIA PIC X(20).
      *Departamento nas 4 primeiras posicoes (tipo D) ou a
      *descricao do cargo como em SALARIO-CARGO (tipo C) - mesma
      *chave da tabela de percentuais do PROG99.
           05 SINDVINC-SINDICATO PIC 9(3).
           05 SINDVINC-OPERADOR PIC X(8).
           05 SINDVINC-DATA-INCLUSAO PIC 9(8).
