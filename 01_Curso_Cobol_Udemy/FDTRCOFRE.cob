      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-TRANSF-COFRE.
       01  TRCOF-LINHA.
           05 TRCOF-DATA PIC 9(8).
           05 TRCOF-HORA PIC 9(6).
           05 TRCOF-OPERADOR PIC X(8).
           05 TRCOF-TIPO PIC X(1).
      *A = retirada do cofre que abriu o caixa do turno,
      *R = retirada de reforco com o caixa ja aberto,
      *D = devolucao do caixa ao cofre,
      *J = ajuste do estoque pela contagem fisica.
           05 TRCOF-MOEDA PIC X(3).
           05 TRCOF-CEDULA PIC 9(5)V99.
           05 TRCOF-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 TRCOF-VALOR PIC S9(11)V99 SIGN LEADING SEPARATE.
      *Quantidade vezes a cedula; no ajuste, com o sinal da
      *diferenca (contado menos o saldo anterior).
