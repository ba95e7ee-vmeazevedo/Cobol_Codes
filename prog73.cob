           ACCEPT WS-OPCAO.
           IF WS-OPCAO < 1 OR WS-OPCAO > 3
               DISPLAY 'OPCAO INVALIDA.'
               GOBACK.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo submenu RELATORIOS do Menu_interativo devolve o controle
      *ao menu.
           GOBACK.

       SOLTA-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
