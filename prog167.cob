      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG167.
      *Conciliacao diaria da liquidacao com os bancos
      *correspondentes. O arquivo do correspondente
      *(liquidacao_correspondente.txt, uma linha por operacao
      *liquidada, com o numero da nossa ordem como referencia) e
      *confrontado com as ordens de atacado do PROG166:
      *  - linha sem ordem, com ordem cancelada ou ja liquidada, ou
      *    com correspondente, sentido, moeda, valor, taxa ou data
      *    diferentes da ordem sai como divergencia e nada e gravado;
      *  - linha que confere com uma ordem em aberto liquida a ordem
      *    (PROG168: movimento ATACOM/ATAVEN no diario da mesa);
      *  - ordem em aberto com a liquidacao vencida ate hoje que nao
      *    veio no arquivo sai como pendente no correspondente.
      *Relatorio no spool ('CONCILIA ATACADO'). Passo de lote (pode
      *entrar em passos_lote.dat com frequencia D, ver PROG54).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELATACADO.cob'.

           SELECT ARQUIVO-LIQ-CORRESP
           ASSIGN TO 'liquidacao_correspondente.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ-CORRESP.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDATACADO.cob'.

       FD  ARQUIVO-LIQ-CORRESP.
       01  LIQCOR-LINHA.
           05 LIQCOR-CORRESP PIC 9(4).
           05 LIQCOR-REFERENCIA PIC 9(6).
      *Numero da ordem da mesa (ATAC-NUMERO).
           05 LIQCOR-SENTIDO PIC X(1).
      *Ja convertido para o lado da mesa: C = a mesa comprou,
      *V = a mesa vendeu.
           05 LIQCOR-MOEDA PIC X(3).
           05 LIQCOR-VALOR PIC 9(9)V99.
           05 LIQCOR-TAXA PIC 9(5)V9(4).
           05 LIQCOR-DATA-LIQUIDACAO PIC 9(8).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-ATACADO PIC X(02) VALUE '00'.
       77  WS-STATUS-LIQ-CORRESP PIC X(02) VALUE '00'.
       77  WS-ORDENS-ABERTO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR-LOTE PIC X(8) VALUE 'CONCILIA'.
       77  WS-RESULTADO-LIQUIDACAO PIC X VALUE 'N'.
       77  WS-MOTIVO-DIVERGENCIA PIC X(30) VALUE SPACES.
       77  WS-JA-VISTA PIC X VALUE 'N'.
       77  WS-REFERENCIA-PROCURA PIC 9(6) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-LINHAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-VISTAS PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-CONFEREM PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-DIVERGENTES PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-LIQUIDADAS PIC 9(5) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TAXA-EXIBE PIC Z(4)9.9999.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'CONCILIA ATACADO'.
       01  WS-TABELA-VISTAS.
      *Referencias que vieram no arquivo do correspondente, para a
      *procura das ordens pendentes e das linhas repetidas.
           05 WS-VISTA-REFERENCIA PIC 9(6) OCCURS 500 TIMES.
       01  WS-TABELA-CONFEREM.
      *Ordens que conferem, liquidadas depois da leitura (o PROG168
      *abre as ordens por conta propria).
           05 WS-CONFERE OCCURS 500 TIMES.
              10 WS-CONF-NUMERO PIC 9(6).
              10 WS-CONF-SENTIDO PIC X(1).
              10 WS-CONF-MOEDA PIC X(3).
              10 WS-CONF-VALOR PIC 9(9)V99.
              10 WS-CONF-TAXA PIC 9(5)V9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIA-RELATORIO.

           OPEN INPUT ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO = '00'
               MOVE 'S' TO WS-ORDENS-ABERTO.
           OPEN INPUT ARQUIVO-LIQ-CORRESP.
           IF WS-STATUS-LIQ-CORRESP NOT = '00'
               MOVE 'ARQUIVO DO CORRESPONDENTE NAO RECEBIDO.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-LIQUIDACAO
               PERFORM CONFRONTA-LIQUIDACAO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-LIQ-CORRESP.
           IF WS-ORDENS-ABERTO = 'S'
               CLOSE ARQUIVO-ATACADO.

           PERFORM LISTA-PENDENTES.
           PERFORM LIQUIDA-ORDENS-CONFERIDAS.
           PERFORM FINALIZA-RELATORIO.

           DISPLAY 'LINHAS DO CORRESPONDENTE: ' WS-TOTAL-LINHAS
                   '  LIQUIDADAS: ' WS-TOTAL-LIQUIDADAS.
           DISPLAY 'DIVERGENTES: ' WS-TOTAL-DIVERGENTES
                   '  PENDENTES NO CORRESPONDENTE: '
                   WS-TOTAL-PENDENTES.
           DISPLAY 'CONCILIACAO NO SPOOL (PROG72).'.
       PROGRAM-DONE.
           GOBACK.

      *-----------------------------------------------------------------
      *CONFRONTO - cada linha do correspondente contra a ordem da
      *mesa de mesmo numero.
      *-----------------------------------------------------------------
       LE-PROXIMA-LIQUIDACAO.
           READ ARQUIVO-LIQ-CORRESP
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       CONFRONTA-LIQUIDACAO.
           ADD 1 TO WS-TOTAL-LINHAS.
           MOVE SPACES TO WS-MOTIVO-DIVERGENCIA.
           MOVE LIQCOR-REFERENCIA TO WS-REFERENCIA-PROCURA.
           PERFORM PROCURA-VISTA.
           IF WS-JA-VISTA = 'S'
               MOVE 'REFERENCIA REPETIDA NO ARQUIVO'
                   TO WS-MOTIVO-DIVERGENCIA
           ELSE
               IF WS-TOTAL-VISTAS < 500
                   ADD 1 TO WS-TOTAL-VISTAS
                   MOVE LIQCOR-REFERENCIA
                       TO WS-VISTA-REFERENCIA (WS-TOTAL-VISTAS)
               END-IF
               PERFORM BUSCA-ORDEM.
           IF WS-MOTIVO-DIVERGENCIA NOT = SPACES
               PERFORM IMPRIME-DIVERGENCIA
           ELSE
               PERFORM GUARDA-ORDEM-CONFERIDA.
           PERFORM LE-PROXIMA-LIQUIDACAO.

       PROCURA-VISTA.
           MOVE 'N' TO WS-JA-VISTA.
           PERFORM CONFERE-UMA-VISTA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOTAL-VISTAS OR WS-JA-VISTA = 'S'.

       CONFERE-UMA-VISTA.
           IF WS-VISTA-REFERENCIA (WS-IND) = WS-REFERENCIA-PROCURA
               MOVE 'S' TO WS-JA-VISTA.

       BUSCA-ORDEM.
           IF WS-ORDENS-ABERTO NOT = 'S'
               MOVE 'SEM ORDEM NA MESA' TO WS-MOTIVO-DIVERGENCIA
           ELSE
               MOVE LIQCOR-REFERENCIA TO ATAC-NUMERO
               READ ARQUIVO-ATACADO RECORD
                   INVALID KEY
                       MOVE 'SEM ORDEM NA MESA'
                           TO WS-MOTIVO-DIVERGENCIA
                   NOT INVALID KEY
                       PERFORM COMPARA-COM-ORDEM
               END-READ.

       COMPARA-COM-ORDEM.
      *A primeira diferenca encontrada e a que sai no motivo; os
      *dois lados saem inteiros no relatorio.
           IF ATAC-SITUACAO = 'C'
               MOVE 'ORDEM CANCELADA NA MESA' TO WS-MOTIVO-DIVERGENCIA.
           IF ATAC-SITUACAO = 'L'
               MOVE 'ORDEM JA LIQUIDADA' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-CORRESP NOT = ATAC-CORRESP
               MOVE 'CORRESPONDENTE DIFERENTE' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-SENTIDO NOT = ATAC-SENTIDO
               MOVE 'SENTIDO DIFERENTE' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-MOEDA NOT = ATAC-MOEDA
               MOVE 'MOEDA DIFERENTE' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-VALOR NOT = ATAC-VALOR
               MOVE 'VALOR DIFERENTE' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-TAXA NOT = ATAC-TAXA
               MOVE 'TAXA DIFERENTE' TO WS-MOTIVO-DIVERGENCIA.
           IF WS-MOTIVO-DIVERGENCIA = SPACES AND
                   LIQCOR-DATA-LIQUIDACAO NOT = ATAC-DATA-LIQUIDACAO
               MOVE 'DATA DE LIQUIDACAO DIFERENTE'
                   TO WS-MOTIVO-DIVERGENCIA.

       GUARDA-ORDEM-CONFERIDA.
           IF WS-TOTAL-CONFEREM < 500
               ADD 1 TO WS-TOTAL-CONFEREM
               MOVE ATAC-NUMERO TO WS-CONF-NUMERO (WS-TOTAL-CONFEREM)
               MOVE ATAC-SENTIDO TO WS-CONF-SENTIDO (WS-TOTAL-CONFEREM)
               MOVE ATAC-MOEDA TO WS-CONF-MOEDA (WS-TOTAL-CONFEREM)
               MOVE ATAC-VALOR TO WS-CONF-VALOR (WS-TOTAL-CONFEREM)
               MOVE ATAC-TAXA TO WS-CONF-TAXA (WS-TOTAL-CONFEREM)
           ELSE
               MOVE 'LIMITE DA RODADA; RODE DE NOVO'
                   TO WS-MOTIVO-DIVERGENCIA
               PERFORM IMPRIME-DIVERGENCIA.

      *-----------------------------------------------------------------
      *PENDENTES - ordens em aberto com a liquidacao vencida que o
      *correspondente nao mandou.
      *-----------------------------------------------------------------
       LISTA-PENDENTES.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ORDENS VENCIDAS SEM LIQUIDACAO DO CORRESPONDENTE'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-ORDEM
               PERFORM CONFERE-PENDENCIA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-ATACADO.

       LE-PROXIMA-ORDEM.
           READ ARQUIVO-ATACADO NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       CONFERE-PENDENCIA.
           IF ATAC-SITUACAO = 'A' AND
                   ATAC-DATA-LIQUIDACAO NOT > WS-DATA-HOJE
               MOVE ATAC-NUMERO TO WS-REFERENCIA-PROCURA
               PERFORM PROCURA-VISTA
               IF WS-JA-VISTA = 'N'
                   PERFORM IMPRIME-PENDENTE.
           PERFORM LE-PROXIMA-ORDEM.

      *-----------------------------------------------------------------
      *LIQUIDACAO das ordens que conferem.
      *-----------------------------------------------------------------
       LIQUIDA-ORDENS-CONFERIDAS.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ORDENS LIQUIDADAS NESTA RODADA' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LIQUIDA-UMA-ORDEM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOTAL-CONFEREM.

       LIQUIDA-UMA-ORDEM.
           CALL 'PROG168' USING WS-CONF-NUMERO (WS-IND)
               WS-OPERADOR-LOTE WS-RESULTADO-LIQUIDACAO.
           MOVE WS-CONF-VALOR (WS-IND) TO WS-VALOR-EXIBE.
           MOVE WS-CONF-TAXA (WS-IND) TO WS-TAXA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           IF WS-RESULTADO-LIQUIDACAO = 'S'
               ADD 1 TO WS-TOTAL-LIQUIDADAS
               STRING WS-CONF-NUMERO (WS-IND) '      '
                      WS-CONF-SENTIDO (WS-IND) ' '
                      WS-CONF-MOEDA (WS-IND) ' ' WS-VALOR-EXIBE ' '
                      WS-TAXA-EXIBE '  LIQUIDADA'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
           ELSE
               STRING WS-CONF-NUMERO (WS-IND) '      '
                      WS-CONF-SENTIDO (WS-IND) ' '
                      WS-CONF-MOEDA (WS-IND) ' ' WS-VALOR-EXIBE ' '
                      WS-TAXA-EXIBE '  NAO LIQUIDADA ('
                      WS-RESULTADO-LIQUIDACAO ')'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

      *-----------------------------------------------------------------
      *RELATORIO
      *-----------------------------------------------------------------
       INICIA-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CONCILIACAO DA LIQUIDACAO DE ATACADO ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ORDEM  CORR S MOE        VALOR       TAXA LIQUIDACAO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DIVERGENCIAS (NADA FOI LIQUIDADO)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-DIVERGENCIA.
      *Linha do correspondente e, quando ha ordem, a da mesa.
           ADD 1 TO WS-TOTAL-DIVERGENTES.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING LIQCOR-REFERENCIA ' *** ' WS-MOTIVO-DIVERGENCIA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE LIQCOR-VALOR TO WS-VALOR-EXIBE.
           MOVE LIQCOR-TAXA TO WS-TAXA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '       ' LIQCOR-CORRESP ' ' LIQCOR-SENTIDO ' '
                  LIQCOR-MOEDA ' ' WS-VALOR-EXIBE ' ' WS-TAXA-EXIBE
                  ' ' LIQCOR-DATA-LIQUIDACAO '  CORRESPONDENTE'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-MOTIVO-DIVERGENCIA NOT = 'SEM ORDEM NA MESA' AND
                   WS-MOTIVO-DIVERGENCIA NOT =
                       'REFERENCIA REPETIDA NO ARQUIVO'
               PERFORM IMPRIME-LADO-DA-MESA.

       IMPRIME-LADO-DA-MESA.
           MOVE ATAC-VALOR TO WS-VALOR-EXIBE.
           MOVE ATAC-TAXA TO WS-TAXA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '       ' ATAC-CORRESP ' ' ATAC-SENTIDO ' '
                  ATAC-MOEDA ' ' WS-VALOR-EXIBE ' ' WS-TAXA-EXIBE
                  ' ' ATAC-DATA-LIQUIDACAO '  MESA'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTES.
           MOVE ATAC-VALOR TO WS-VALOR-EXIBE.
           MOVE ATAC-TAXA TO WS-TAXA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING ATAC-NUMERO ' ' ATAC-CORRESP ' ' ATAC-SENTIDO ' '
                  ATAC-MOEDA ' ' WS-VALOR-EXIBE ' ' WS-TAXA-EXIBE
                  ' ' ATAC-DATA-LIQUIDACAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       FINALIZA-RELATORIO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'LINHAS DO CORRESPONDENTE: ' WS-TOTAL-LINHAS
                  '  LIQUIDADAS: ' WS-TOTAL-LIQUIDADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'DIVERGENTES: ' WS-TOTAL-DIVERGENTES
                  '  PENDENTES NO CORRESPONDENTE: ' WS-TOTAL-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
