       77  WS-GERACAO-EXPURGO PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-COPIADOS PIC 9(06) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77  WS-PARAMETRO-LOTE PIC X(08) VALUE SPACES.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSCLIENTE.cob'.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-CONTROLE-BACKUP.

      *Chamado pelo lancador de lote do menu (PROG133) a opcao ja
      *vem escolhida em PARAMETRO_LOTE; avulso pergunta no console.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO-LOTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARAMETRO-LOTE
           END-ACCEPT.
           IF WS-PARAMETRO-LOTE (1:1) IS NUMERIC
               MOVE WS-PARAMETRO-LOTE (1:1) TO WS-OPCAO
           ELSE
               DISPLAY 'BACKUP DE CADASTROS'
               DISPLAY '1. FUNCIONARIOS'
               DISPLAY '2. CLIENTES'
               DISPLAY '3. OS DOIS'
               DISPLAY 'DIGITE A OPCAO: '
               ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1 OR WS-OPCAO = 3
               PERFORM DESCARGA-FUNCIONARIOS.
           IF WS-OPCAO = 2 OR WS-OPCAO = 3
               PERFORM DESCARGA-CLIENTES.
           IF WS-OPCAO < 1 OR WS-OPCAO > 3
               DISPLAY 'OPCAO INVALIDA. NADA FOI COPIADO.'
               MOVE 8 TO RETURN-CODE.

           PERFORM GRAVA-CONTROLE-BACKUP.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo lancador de lote do menu (PROG133) devolve o controle.
           GOBACK.

       LE-CONTROLE-BACKUP.
           OPEN INPUT ARQUIVO-CONTROLE-BACKUP.
