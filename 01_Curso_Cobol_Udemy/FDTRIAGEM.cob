      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-TRIAGEM.
       01  TRIAG-REGISTRO.
           05 TRIAG-CHAVE.
               10 TRIAG-CLIENTE PIC 9(4).
      *Mesmo tamanho de CLIENTE-CODIGO.
               10 TRIAG-ARQUIVO PIC X(1).
      *V = cadastro vivo (clientes.dat), H = arquivo morto
      *(clientes_historico.dat).
               10 TRIAG-RESTR-ID PIC 9(6).
      *Pessoa da lista restritiva (RESTR-ID).
           05 TRIAG-TIPO PIC X(1).
      *C = CPF identico, N = nome parecido.
           05 TRIAG-NOME-CLIENTE PIC X(20).
           05 TRIAG-CPF-CLIENTE PIC X(11).
           05 TRIAG-NOME-LISTA PIC X(40).
           05 TRIAG-CPF-LISTA PIC X(11).
           05 TRIAG-ORIGEM-LISTA PIC X(20).
           05 TRIAG-DATA-DETECCAO PIC 9(8).
           05 TRIAG-SITUACAO PIC X(1).
      *P = pendente de analise, L = liberada pelo compliance (falso
      *positivo), C = confirmada. Pendente e confirmada bloqueiam o
      *cliente na mesa (PROG63); liberada nao volta a ser aberta
      *para a mesma pessoa da lista.
           05 TRIAG-DATA-DECISAO PIC 9(8).
           05 TRIAG-OPERADOR PIC X(8).
      *Supervisor do compliance que decidiu.
           05 TRIAG-MOTIVO PIC X(40).
