      *e a reconciliacao noturna (PROG43) curta. A recuperacao sob
      *demanda fica na manutencao de clientes (PROG48). Cada
      *arquivamento sai em arquivamento_clientes.log.
      *Movimento de codigo aposentado numa fusao de duplicados
      *(PROG154) conta como atividade do sobrevivente (PROG155).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-QTD-ATIVIDADES PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-ACAO-FUSAO PIC X VALUE 'R'.
       77  WS-CLIENTE-EFETIVO PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE 2.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.
           COPY 'WSCLIENTE.cob'.

       01  WS-TABELA-ATIVIDADE.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           PERFORM CONFERE-VERSAO-LAYOUT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MESES DE INATIVIDADE PARA ARQUIVAR (EX: 024): '.
           ACCEPT WS-MESES-INATIVIDADE.
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
               WS-CLIENTE-EFETIVO.

       CONFERE-VERSAO-LAYOUT.
      *O arquivo morto esta na versao 2 (motivo da saida, ver
      *PROG156); em versao diferente a execucao para antes do OPEN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-CLIHIST
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       ANOTA-ATIVIDADE.
           MOVE 'R' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
               WS-CLIENTE-EFETIVO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ATIVIDADES OR
                         WS-ACHOU = 'S'
               IF WS-ATIV-CLIENTE (WS-IND) = WS-CLIENTE-EFETIVO
                   MOVE 'S' TO WS-ACHOU
                   IF MOV-DATA > WS-ATIV-DATA (WS-IND)
                       MOVE MOV-DATA TO WS-ATIV-DATA (WS-IND)
           END-PERFORM.
           IF WS-ACHOU = 'N' AND WS-QTD-ATIVIDADES < 2000
               ADD 1 TO WS-QTD-ATIVIDADES
               MOVE WS-CLIENTE-EFETIVO TO
                   WS-ATIV-CLIENTE (WS-QTD-ATIVIDADES)
               MOVE MOV-DATA TO
                   WS-ATIV-DATA (WS-QTD-ATIVIDADES).
           MOVE CLIENTE-CPF TO CLIHIST-CPF.
           MOVE CLIENTE-DATANASC TO CLIHIST-DATANASC.
           MOVE WS-DATA-HOJE TO CLIHIST-DATA-ARQUIVAMENTO.
           MOVE 'I' TO CLIHIST-MOTIVO-SAIDA.
           MOVE ZEROS TO CLIHIST-CODIGO-SOBREVIVENTE.
           MOVE SPACES TO CLIHIST-MOTIVO-FUSAO.
           WRITE CLIHIST-REGISTRO
               INVALID KEY
                   REWRITE CLIHIST-REGISTRO
