      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-ADT-OPCAO.
       01  ADTOPCAO-REGISTRO.
           05 ADTOPCAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 ADTOPCAO-RECEBE PIC X(1).
      *N = abriu mao do adiantamento, S = voltou a receber.
           05 ADTOPCAO-DATA PIC 9(8).
           05 ADTOPCAO-OPERADOR PIC X(8).
