      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-BH-ADESAO.
       01  BHADESAO-REGISTRO.
           05 BHADESAO-CODIGO-FUNC PIC 9(6).
      *Mesmo tamanho de FUNCIONARIO-CODIGO.
           05 BHADESAO-PARTICIPA PIC X(1).
      *S = extras do ponto vao para o banco, N = saiu do banco
      *(extras voltam a ser pagas; o saldo que sobrou segue ate
      *ser compensado ou vencer).
           05 BHADESAO-DATA PIC 9(8).
           05 BHADESAO-OPERADOR PIC X(8).
