      *Gerencia o spool de relatorios gravado pelo PROG71: lista as
      *execucoes registradas (nome, data/hora, operador, paginas),
      *reimprime uma execucao escolhida e expurga as execucoes
      *antigas mantendo as ultimas N de cada relatorio (cada fatia
      *de departamento conta como relatorio proprio). Pelo log de
      *distribuicao (PROG179) mostra quem recebeu cada execucao e
      *quando, e tudo o que um destinatario recebeu.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           ASSIGN TO WS-NOME-ARQUIVO-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SPOOL.

           COPY 'SELDISTLOG.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 SPOOL-HORA PIC 9(6).
           05 SPOOL-OPERADOR PIC X(8).
           05 SPOOL-PAGINAS PIC 9(4).
           05 SPOOL-DEPARTAMENTO PIC 9(4).
      *Fatia de departamento (PROG71); zero = relatorio inteiro.
           05 SPOOL-ORIGEM PIC 9(4).

       FD  ARQUIVO-SPOOL.
       01  SPOOL-TEXTO PIC X(80).

           COPY 'FDDISTLOG.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  WS-STATUS-REGISTRO PIC X(02) VALUE '00'.
       77  WS-IND2 PIC 9(3) VALUE ZEROS.
       77  WS-QTD-REGISTROS PIC 9(3) VALUE ZEROS.
       77  WS-POSTERIORES PIC 9(3) VALUE ZEROS.
       77  WS-STATUS-DIST-LOG PIC X(02) VALUE '00'.
       77  WS-DESTINATARIO-PEDIDO PIC X(30) VALUE SPACES.
       77  WS-QTD-ENTREGAS PIC 9(5) VALUE ZEROS.

       01  WS-TABELA-REGISTRO.
           05 WS-REG OCCURS 200 TIMES.
              10 WS-REG-HORA PIC 9(6).
              10 WS-REG-OPERADOR PIC X(8).
              10 WS-REG-PAGINAS PIC 9(4).
              10 WS-REG-DEPARTAMENTO PIC 9(4).
              10 WS-REG-ORIGEM PIC 9(4).
              10 WS-REG-MANTER PIC X(1).

      *-----------------------------------------------------------------
           DISPLAY '2. REIMPRIMIR UMA EXECUCAO'.
           DISPLAY '3. EXPURGAR (MANTER AS ULTIMAS '
                   WS-MANTER-ULTIMAS ' DE CADA RELATORIO)'.
           DISPLAY '4. DISTRIBUICAO DE UMA EXECUCAO'.
           DISPLAY '5. RECEBIDOS POR UM DESTINATARIO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM REIMPRIMIR-EXECUCAO.
           IF WS-OPCAO = 3
               PERFORM EXPURGA-EXECUCOES.
           IF WS-OPCAO = 4
               PERFORM DISTRIBUICAO-DA-EXECUCAO.
           IF WS-OPCAO = 5
               PERFORM RECEBIDOS-DO-DESTINATARIO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 5 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       CARREGA-REGISTRO.
                           ADD 1 TO WS-QTD-REGISTROS
                           MOVE REGISTRO-SPOOL-LINHA TO
                               WS-REG (WS-QTD-REGISTROS)
      *Linhas anteriores as fatias nao tem departamento/origem.
                           IF WS-REG-DEPARTAMENTO (WS-QTD-REGISTROS)
                                   IS NOT NUMERIC
                               MOVE ZEROS TO WS-REG-DEPARTAMENTO
                                   (WS-QTD-REGISTROS)
                               MOVE ZEROS TO WS-REG-ORIGEM
                                   (WS-QTD-REGISTROS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-REGISTRO-SPOOL
                       WS-REG-HORA (WS-IND) ' '
                       WS-REG-OPERADOR (WS-IND) ' '
                       WS-REG-PAGINAS (WS-IND) ' PAG.'
               IF WS-REG-DEPARTAMENTO (WS-IND) > ZEROS
                   DISPLAY '     FATIA DO DEPARTAMENTO '
                           WS-REG-DEPARTAMENTO (WS-IND)
                           ' DA EXECUCAO ' WS-REG-ORIGEM (WS-IND)
               END-IF
           END-PERFORM.

       REIMPRIMIR-EXECUCAO.
           PERFORM VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 > WS-QTD-REGISTROS
               IF WS-REG-NOME (WS-IND2) = WS-REG-NOME (WS-IND)
                       AND WS-REG-DEPARTAMENTO (WS-IND2) =
                           WS-REG-DEPARTAMENTO (WS-IND)
                       AND WS-REG-SEQUENCIA (WS-IND2) >
                           WS-REG-SEQUENCIA (WS-IND)
                   ADD 1 TO WS-POSTERIORES
               END-STRING
               OPEN OUTPUT ARQUIVO-SPOOL
               CLOSE ARQUIVO-SPOOL.

      *-----------------------------------------------------------------
      *DISTRIBUICAO: quem recebeu o que e quando, pelo log gravado
      *pelo PROG179.
      *-----------------------------------------------------------------
       DISTRIBUICAO-DA-EXECUCAO.
           DISPLAY 'SEQUENCIA DA EXECUCAO (VER LISTAGEM): '.
           ACCEPT WS-SEQUENCIA-PEDIDA.
           MOVE ZEROS TO WS-QTD-ENTREGAS.
           OPEN INPUT ARQUIVO-DIST-LOG.
           IF WS-STATUS-DIST-LOG = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DIST-LOG AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXIBE-ENTREGA-DA-EXECUCAO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-DIST-LOG
           END-IF.
           IF WS-QTD-ENTREGAS = ZEROS
               DISPLAY 'EXECUCAO SEM DISTRIBUICAO REGISTRADA.'.

       EXIBE-ENTREGA-DA-EXECUCAO.
           IF DLOG-SEQUENCIA = WS-SEQUENCIA-PEDIDA
               ADD 1 TO WS-QTD-ENTREGAS
               DISPLAY DLOG-DESTINATARIO ' EM ' DLOG-DATA ' '
                       DLOG-HORA ' (' DLOG-RELATORIO ' DEPTO '
                       DLOG-DEPARTAMENTO ' OPERADOR ' DLOG-OPERADOR
                       ')'.
           READ ARQUIVO-DIST-LOG AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       RECEBIDOS-DO-DESTINATARIO.
           DISPLAY 'DESTINATARIO (COMO NA LISTA; GESTOR: '
                   'GESTOR <CODIGO> <NOME>): '.
           ACCEPT WS-DESTINATARIO-PEDIDO.
           MOVE ZEROS TO WS-QTD-ENTREGAS.
           OPEN INPUT ARQUIVO-DIST-LOG.
           IF WS-STATUS-DIST-LOG = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DIST-LOG AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM EXIBE-ENTREGA-DO-DESTINATARIO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-DIST-LOG
           END-IF.
           IF WS-QTD-ENTREGAS = ZEROS
               DISPLAY 'NADA DISTRIBUIDO PARA ESTE DESTINATARIO.'.

       EXIBE-ENTREGA-DO-DESTINATARIO.
           IF DLOG-DESTINATARIO = WS-DESTINATARIO-PEDIDO
               ADD 1 TO WS-QTD-ENTREGAS
               DISPLAY DLOG-SEQUENCIA ' ' DLOG-RELATORIO ' DEPTO '
                       DLOG-DEPARTAMENTO ' EM ' DLOG-DATA ' '
                       DLOG-HORA.
           READ ARQUIVO-DIST-LOG AT END
               MOVE 'S' TO FINAL-ARQUIVO.
