      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-OPERFUNC.
       01  OPERFUNC-REGISTRO.
           05 OPERFUNC-OPERADOR PIC X(8).
      *Mesmo tamanho de OPERADOR-CODIGO.
           05 OPERFUNC-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 OPERFUNC-DATA PIC 9(8).
           05 OPERFUNC-RESPONSAVEL PIC X(8).
      *Administrador que gravou o vinculo.
