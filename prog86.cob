      *(treinamentos.dat): manutencao com validacao contra o cadastro
      *mestre e relatorio mensal das certificacoes vencendo em ate
      *60, 30 e 0 dias, agrupado por departamento, para os
      *supervisores agendarem as reciclagens. O relatorio sai tambem
      *no spool (PROG71) como VENCIMENTOS-CERTIF, com uma fatia por
      *departamento entregue so a lista daquele departamento (os
      *sem cadastro ficam so no relatorio inteiro).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-IND2 PIC 9(3) VALUE ZEROS.
       77  WS-DEPTO-CORRENTE PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'VENCIMENTOS-CERTIF'.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       01  WS-DATA-CONCLUSAO-PARTES.
           END-READ.

       IMPRIME-POR-DEPARTAMENTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'CERTIFICACOES VENCIDAS OU VENCENDO EM 60 DIAS'
                  '   DATA: ' WS-DIA-EXEC-RELATORIO '/'
                  WS-MES-EXEC-RELATORIO '/' WS-ANO-EXEC-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE '==============================================' TO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           IF WS-QTD-VENCENDO = ZEROS
               MOVE 'NENHUMA CERTIFICACAO NA JANELA.' TO
                   WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-VENCENDO
               IF WS-VENC-IMPRESSO (WS-IND) = 'N'
                   MOVE WS-VENC-DEPTO (WS-IND)
                       TO WS-DEPTO-CORRENTE
                   PERFORM ABRE-FATIA-DEPTO
                   PERFORM IMPRIME-DEPTO-CORRENTE
               END-IF
           END-PERFORM.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       ABRE-FATIA-DEPTO.
      *Quebra de departamento no spool; departamento zero (sem
      *cadastro) so fecha a fatia anterior.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE WS-DEPTO-CORRENTE TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'DEPARTAMENTO ' WS-DEPTO-CORRENTE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.

       IMPRIME-DEPTO-CORRENTE.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                       WS-VENC-DEPTO (WS-IND2) =
                       WS-DEPTO-CORRENTE
                   MOVE 'S' TO WS-VENC-IMPRESSO (WS-IND2)
                   STRING '  ' WS-VENC-CODIGO (WS-IND2) ' '
                          WS-VENC-NOME (WS-IND2) ' '
                          WS-VENC-CURSO (WS-IND2)
                          ' VENCE ' WS-VENC-DATA (WS-IND2)
                          ' (' WS-VENC-FAIXA (WS-IND2) ')'
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM IMPRIME-LINHA-RELATORIO
               END-IF
           END-PERFORM.

       IMPRIME-LINHA-RELATORIO.
      *Toda linha do relatorio sai na tela e no spool (PROG71).
           DISPLAY WS-LINHA-IMPRESSA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
