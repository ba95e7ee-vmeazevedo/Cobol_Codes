           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO < 1 OR WS-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO.'
               GOBACK.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
               WS-LINHA-IMPRESSA.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo submenu RELATORIOS do Menu_interativo devolve o controle
      *ao menu.
           GOBACK.

       SELECIONA-ANIVERSARIANTE.
           IF FUNCIONARIO-SITUACAO NOT = 'D' AND
