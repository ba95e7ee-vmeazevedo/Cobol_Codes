           OPEN INPUT ARQUIVO-AUDITORIA-MENU.
           IF WS-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'auditoria_menu.log NAO ENCONTRADO.'
               GOBACK.

           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM UNTIL FINAL-ARQUIVO = 'S'
           PERFORM IMPRIME-RESUMO.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo submenu RELATORIOS do Menu_interativo devolve o controle
      *ao menu.
           GOBACK.

       DIGERE-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
