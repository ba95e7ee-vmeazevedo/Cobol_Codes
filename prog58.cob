           OPEN INPUT ARQUIVO-BACKUP.
           IF WS-STATUS-BACKUP NOT = '00'
               DISPLAY 'GERACAO NAO ENCONTRADA: ' WS-NOME-BACKUP
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE 'A' TO WS-ACAO-SPOOL.
               WS-LINHA-IMPRESSA.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo submenu RELATORIOS do Menu_interativo devolve o controle
      *ao menu.
           GOBACK.

       LE-MESTRE.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
