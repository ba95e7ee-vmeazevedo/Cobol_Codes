      *cada centro de custo sai o total pago, a quantidade de
      *funcionarios, a media e a variacao contra o periodo anterior
      *- o espelho do que a equipe de financas recriava a mao do PDF
      *do bureau. Sai tambem no spool (PROG71) como CUSTO-POR-CENTRO,
      *com uma fatia por centro de custo entregue pela lista de
      *distribuicao do departamento dono do centro (o primeiro
      *departamento encontrado com aquele centro).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-MEDIA-EXIBE PIC Z(8)9.99.
       77  WS-VARIACAO-EXIBE PIC -(10)9.99.
       77  WS-TOTAL-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-DA-LINHA PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'CUSTO-POR-CENTRO'.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSRELATORIO.cob'.

              10 WS-CC-TOTAL PIC 9(11)V99.
              10 WS-CC-QTD PIC 9(4).
              10 WS-CC-TOTAL-ANT PIC 9(11)V99.
              10 WS-CC-DEPTO PIC 9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-UM-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
      *Fecha a ultima fatia; os avisos ficam so no relatorio inteiro.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE ZEROS TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           IF WS-QTD-CENTROS = ZEROS
               MOVE 'NENHUM RESULTADO NO PERIODO PEDIDO.'
                   TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA-RELATORIO.
           IF WS-TOTAL-SEM-CADASTRO > ZEROS
               STRING 'LINHAS SEM FUNCIONARIO/DEPARTAMENTO NO'
                      ' CADASTRO: ' WS-TOTAL-SEM-CADASTRO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       PROGRAM-DONE.
           GOBACK.
               NOT INVALID KEY
                   MOVE FUNCIONARIO-DEPARTAMENTO
                       TO DEPARTAMENTO-CODIGO
                   MOVE FUNCIONARIO-DEPARTAMENTO
                       TO WS-DEPTO-DA-LINHA
                   READ ARQUIVO-DEPARTAMENTO RECORD
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-SEM-CADASTRO
                   MOVE WS-QTD-CENTROS TO WS-IND
                   MOVE WS-CENTRO-DA-LINHA TO
                       WS-CC-CENTRO (WS-IND)
                   MOVE WS-DEPTO-DA-LINHA TO
                       WS-CC-DEPTO (WS-IND)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-IF.
           MOVE WS-CC-TOTAL (WS-IND) TO WS-TOTAL-EXIBE.
           MOVE WS-MEDIA TO WS-MEDIA-EXIBE.
           MOVE WS-VARIACAO TO WS-VARIACAO-EXIBE.
      *Cada centro e uma fatia, roteada pelo departamento dono.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE WS-CC-DEPTO (WS-IND) TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CENTRO DE CUSTO ' WS-CC-CENTRO (WS-IND)
                  '  TOTAL: ' WS-TOTAL-EXIBE
                  '  FUNC: ' WS-CC-QTD (WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING '  MEDIA: ' WS-MEDIA-EXIBE
                  '  VARIACAO SOBRE ' WS-PERIODO-ANTERIOR ': '
                  WS-VARIACAO-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           ADD 2 TO WS-CONTADOR-LINHA-RELATORIO.
           IF WS-CONTADOR-LINHA-RELATORIO >=
                   WS-LINHAS-POR-PAGINA-RELATORIO

       IMPRIME-CABECALHO.
           ADD 1 TO WS-NUMERO-PAGINA-RELATORIO.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'CUSTO DE FOLHA POR CENTRO DE CUSTO - PERIODO '
                  WS-PERIODO-PEDIDO
                  '   PAGINA: ' WS-NUMERO-PAGINA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE '=================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE ZEROS TO WS-CONTADOR-LINHA-RELATORIO.

       IMPRIME-LINHA-RELATORIO.
      *Toda linha do relatorio sai na tela e no spool (PROG71).
           DISPLAY WS-LINHA-IMPRESSA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
