      * direto; com numero preenchido (relancamento de componente
      * da opcao 5) a aprovacao regrava a avaliacao e recalcula a
      * media ponderada. A consulta filtra a trilha por aluno e
      * faixa de datas, como o PROG46. Depois dos pedidos de troca
      * vem a fila das provas de recuperacao lancadas (situacao L
      * em recuperacao.dat): aprovada, a nota final passa a valer;
      * negada, a recuperacao volta a pendente para novo lancamento.
      * Em periodo fechado (21_Fechamento_Periodo) ate o primeiro
      * lancamento de nota ou avaliacao chega como pedido: aprovado,
      * e incluido. Por ultimo vem a fila das correcoes de chamada de
      * periodo fechado (frequencia_pendente.dat, do 06_Frequencia),
      * com a mesma trilha.
      * Segregacao de funcoes: quem registrou o pedido (troca de
      * nota, recuperacao lancada ou correcao de chamada) nao aprova
      * o proprio pedido - so nega ou pula; outro supervisor decide.
      * A linha da trilha cresceu para 160 posicoes, para o
      * SUPERVISOR e o SOLICITANTE caberem inteiros (o PROG173 os
      * compara).
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_AVALIACAO.cbl'.
           COPY 'SL_NOTAPEND.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_FREQPEND.cbl'.

           SELECT OPTIONAL AUDITORIA-NOTAS
           ASSIGN TO 'auditoria_notas.log'
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_AVALIACAO.cbl'.
           COPY 'FD_NOTAPEND.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_FREQPEND.cbl'.

       FD  AUDITORIA-NOTAS.
       01  REGISTRO-AUDITORIA-NOTAS PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  WS-NIVEL-OPERADOR           PIC 9(1) VALUE ZERO.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-DECISAO                  PIC X VALUE SPACE.
       77  WS-SOLICITANTE              PIC X(8) VALUE SPACES.
       77  WS-VALOR-ANTERIOR           PIC 9(2)V9 VALUE ZEROS.
       77  WS-STATUS-AVALIACAO         PIC X(02) VALUE '00'.
       77  WS-FIM-AVALIACOES           PIC X VALUE 'N'.
       77  WS-DATA-DA-LINHA            PIC 9(8) VALUE ZEROS.
       77  WS-LINHA-ATENDE             PIC X VALUE 'S'.
       77  WS-TOTAL-EXIBIDAS           PIC 9(4) VALUE ZEROS.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-FIM-RECUPERACOES         PIC X VALUE 'N'.
       77  WS-STATUS-FREQUENCIA        PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQPEND          PIC X(02) VALUE '00'.
       77  WS-FIM-FREQPEND             PIC X VALUE 'N'.
       77  WS-PRESENCA-ANTERIOR        PIC X(1) VALUE SPACE.
       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
               10 WS-ANO-ATUAL  PIC 9(04).
           05 WS-AUD-HORA PIC X(08).
           05 FILLER PIC X(07).
           05 WS-AUD-ALUNO PIC X(05).
           05 FILLER PIC X(127).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'DECISAO RESTRITA A SUPERVISOR (NIVEL 2).'
               GOBACK.
           OPEN EXTEND AUDITORIA-NOTAS.
           OPEN I-O NOTAPEND.
           IF WS-STATUS-NOTAPEND NOT = '00'
               DISPLAY 'NENHUM PEDIDO DE TROCA PENDENTE.'
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ NOTAPEND NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM DECIDE-UM-PEDIDO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE NOTAPEND.
           PERFORM DECIDIR-RECUPERACOES.
           PERFORM DECIDIR-CHAMADAS.

           CLOSE AUDITORIA-NOTAS.
           DISPLAY 'PEDIDOS APROVADOS: ' WS-TOTAL-APROVADOS.
           DISPLAY 'PEDIDOS NEGADOS: ' WS-TOTAL-NEGADOS.

           DISPLAY 'MOTIVO: ' NOTAPEND-MOTIVO.
           DISPLAY 'A=APROVA / N=NEGA / P=PULA: '.
           ACCEPT WS-DECISAO.
           MOVE NOTAPEND-OPERADOR TO WS-SOLICITANTE.
           PERFORM CONFERE-SOLICITANTE.

           IF WS-DECISAO = 'A' OR WS-DECISAO = 'a'
               PERFORM APROVA-PEDIDO.
           MOVE NOTAPEND-PERIODO TO NOTA-PERIODO.
           READ NOTA RECORD
               INVALID KEY
      *Sem nota gravada: lancamento de periodo fechado (ou nota
      *excluida depois do pedido); aprovado, e incluido.
                   MOVE ZEROS TO WS-VALOR-ANTERIOR
                   MOVE NOTAPEND-VALOR-NOVO TO NOTA-VALOR
                   WRITE NOTA-FILE
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR A NOTA.'
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-APROVADOS
                           MOVE 'APROVADA' TO WS-EVENTO
                           PERFORM GRAVA-AUDITORIA-NOTA
                           DISPLAY 'NOTA INCLUIDA.'
                   END-WRITE
               NOT INVALID KEY
                   MOVE NOTA-VALOR TO WS-VALOR-ANTERIOR
                   MOVE NOTAPEND-VALOR-NOVO TO NOTA-VALOR

       APROVA-TROCA-AVALIACAO.
           OPEN I-O AVALIACAO.
           IF WS-STATUS-AVALIACAO = '35'
      *Primeira avaliacao do arquivo veio de periodo fechado.
               OPEN OUTPUT AVALIACAO
               CLOSE AVALIACAO
               OPEN I-O AVALIACAO
           END-IF.
           IF WS-STATUS-AVALIACAO NOT = '00'
               DISPLAY 'ARQUIVO DE AVALIACOES INDISPONIVEL;'
                       ' PEDIDO MANTIDO.'
           MOVE NOTAPEND-AVALIACAO TO AVALIACAO-NUMERO.
           READ AVALIACAO RECORD
               INVALID KEY
      *Sem avaliacao gravada: lancamento de periodo fechado;
      *aprovado, e incluido e a media recalculada.
                   MOVE ZEROS TO WS-VALOR-ANTERIOR
                   MOVE NOTAPEND-VALOR-NOVO TO AVALIACAO-NOTA
                   MOVE NOTAPEND-PESO-NOVO TO AVALIACAO-PESO
                   WRITE AVALIACAO-FILE
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR A AVALIACAO.'
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-APROVADOS
                           MOVE 'APROVADA' TO WS-EVENTO
                           PERFORM GRAVA-AUDITORIA-NOTA
                           PERFORM RECALCULA-NOTA-FINAL
                           DISPLAY 'AVALIACAO INCLUIDA E MEDIA'
                                   ' RECALCULADA.'
                   END-WRITE
               NOT INVALID KEY
                   MOVE AVALIACAO-NOTA TO WS-VALOR-ANTERIOR
                   MOVE NOTAPEND-VALOR-NOVO TO AVALIACAO-NOTA
           END-DELETE.
           DISPLAY 'PEDIDO NEGADO.'.

       CONFERE-SOLICITANTE.
      *Aprovacao do proprio pedido vira P (pula): o pedido continua
      *na fila para outro supervisor; negar continua permitido.
           IF (WS-DECISAO = 'A' OR WS-DECISAO = 'a') AND
                   WS-SOLICITANTE = WS-OPERADOR
               DISPLAY 'APROVACAO RECUSADA: O SOLICITANTE NAO PODE'
                       ' APROVAR O PROPRIO PEDIDO.'
               DISPLAY 'OUTRO SUPERVISOR DEVE DECIDIR; O PEDIDO'
                       ' CONTINUA PENDENTE.'
               MOVE 'P' TO WS-DECISAO.

       GRAVA-AUDITORIA-NOTA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           END-STRING.
           WRITE REGISTRO-AUDITORIA-NOTAS.

      *-----------------------------------------------------------------
      * RECUPERACAO - provas lancadas no 03_Cursos_e_Notas (opcao
      * 6), com a nota final ja calculada pela regra do parametro.
      *-----------------------------------------------------------------
       DECIDIR-RECUPERACOES.
           OPEN I-O RECUPER.
           IF WS-STATUS-RECUPER NOT = '00'
               DISPLAY 'NENHUMA RECUPERACAO ABERTA.'
           ELSE
               MOVE 'N' TO WS-FIM-RECUPERACOES
               READ RECUPER NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-RECUPERACOES
               END-READ
               PERFORM DECIDE-UMA-RECUPERACAO
                   UNTIL WS-FIM-RECUPERACOES = 'S'
               CLOSE RECUPER.

       DECIDE-UMA-RECUPERACAO.
           IF RECUPER-SITUACAO = 'L'
               DISPLAY ' '
               DISPLAY 'RECUPERACAO: ALUNO ' RECUPER-STUDENT-ID
                       ' CURSO ' RECUPER-CURSO-ID
                       ' PERIODO ' RECUPER-PERIODO
               DISPLAY 'NOTA ORIGINAL: ' RECUPER-NOTA-ORIGINAL
                       '  PROVA: ' RECUPER-NOTA-PROVA
                       '  FINAL (REGRA ' RECUPER-REGRA '): '
                       RECUPER-NOTA-FINAL
               DISPLAY 'LANCADA POR: ' RECUPER-OPERADOR
                       '  EM ' RECUPER-DATA-LANCAMENTO
               DISPLAY 'A=APROVA / N=NEGA / P=PULA: '
               ACCEPT WS-DECISAO
               MOVE RECUPER-OPERADOR TO WS-SOLICITANTE
               PERFORM CONFERE-SOLICITANTE
               IF WS-DECISAO = 'A' OR WS-DECISAO = 'a'
                   PERFORM APROVA-RECUPERACAO
               END-IF
               IF WS-DECISAO = 'N' OR WS-DECISAO = 'n'
                   PERFORM NEGA-RECUPERACAO
               END-IF
           END-IF.
           READ RECUPER NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-RECUPERACOES.

       APROVA-RECUPERACAO.
           MOVE 'A' TO RECUPER-SITUACAO.
           REWRITE RECUPER-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RECUPERACAO.'
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APROVADOS
                   MOVE 'APROVADA' TO WS-EVENTO
                   PERFORM GRAVA-AUDITORIA-RECUPERACAO
                   DISPLAY 'NOTA FINAL DA RECUPERACAO EM VIGOR.'
           END-REWRITE.

       NEGA-RECUPERACAO.
      *A prova volta a pendente: o professor relanca pela opcao 6.
           MOVE 'NEGADA' TO WS-EVENTO.
           PERFORM GRAVA-AUDITORIA-RECUPERACAO.
           MOVE 'P' TO RECUPER-SITUACAO.
           MOVE ZEROS TO RECUPER-NOTA-PROVA.
           MOVE ZEROS TO RECUPER-NOTA-FINAL.
           MOVE SPACE TO RECUPER-REGRA.
           REWRITE RECUPER-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A RECUPERACAO.'
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-NEGADOS
                   DISPLAY 'RECUPERACAO NEGADA; VOLTA A PENDENTE.'
           END-REWRITE.

       GRAVA-AUDITORIA-RECUPERACAO.
      *Mesmo inicio de linha da GRAVA-AUDITORIA-NOTA, para a
      *consulta filtrar por aluno e data.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-NOTAS.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' ALUNO=' RECUPER-STUDENT-ID
                  ' CURSO=' RECUPER-CURSO-ID
                  ' PERIODO=' RECUPER-PERIODO
                  ' RECUPERACAO'
                  ' ANTES=' RECUPER-NOTA-ORIGINAL
                  ' DEPOIS=' RECUPER-NOTA-FINAL
                  ' DECISAO=' WS-EVENTO
                  ' SUPERVISOR=' WS-OPERADOR
                  ' SOLICITANTE=' RECUPER-OPERADOR
                  DELIMITED BY SIZE
                  INTO REGISTRO-AUDITORIA-NOTAS
           END-STRING.
           WRITE REGISTRO-AUDITORIA-NOTAS.

      *-----------------------------------------------------------------
      * CHAMADAS - correcoes de presenca/falta em turma de periodo
      * fechado, pedidas pelo 06_Frequencia.
      *-----------------------------------------------------------------
       DECIDIR-CHAMADAS.
           OPEN I-O FREQPEND.
           IF WS-STATUS-FREQPEND NOT = '00'
               DISPLAY 'NENHUMA CORRECAO DE CHAMADA PENDENTE.'
           ELSE
               OPEN I-O FREQUENCIA
               IF WS-STATUS-FREQUENCIA = '35'
                   OPEN OUTPUT FREQUENCIA
                   CLOSE FREQUENCIA
                   OPEN I-O FREQUENCIA
               END-IF
               MOVE 'N' TO WS-FIM-FREQPEND
               READ FREQPEND NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-FREQPEND
               END-READ
               PERFORM DECIDE-UMA-CHAMADA
                   UNTIL WS-FIM-FREQPEND = 'S'
               CLOSE FREQUENCIA
               CLOSE FREQPEND.

       DECIDE-UMA-CHAMADA.
           MOVE FREQPEND-CHAVE TO FREQUENCIA-CHAVE.
           MOVE SPACE TO WS-PRESENCA-ANTERIOR.
           READ FREQUENCIA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FREQUENCIA-PRESENTE TO WS-PRESENCA-ANTERIOR
           END-READ.
           DISPLAY ' '.
           DISPLAY 'CHAMADA: TURMA ' FREQPEND-TURMA-ID
                   ' DATA ' FREQPEND-DATA
                   ' ALUNO ' FREQPEND-STUDENT-ID.
           DISPLAY 'ATUAL: ' WS-PRESENCA-ANTERIOR
                   '  NOVA: ' FREQPEND-PRESENTE-NOVO
                   '  (P = PRESENTE, F = FALTA)'.
           DISPLAY 'SOLICITANTE: ' FREQPEND-OPERADOR
                   '  EM ' FREQPEND-DATA-PEDIDO.
           DISPLAY 'MOTIVO: ' FREQPEND-MOTIVO.
           DISPLAY 'A=APROVA / N=NEGA / P=PULA: '.
           ACCEPT WS-DECISAO.
           MOVE FREQPEND-OPERADOR TO WS-SOLICITANTE.
           PERFORM CONFERE-SOLICITANTE.
           IF WS-DECISAO = 'A' OR WS-DECISAO = 'a'
               PERFORM APROVA-CHAMADA.
           IF WS-DECISAO = 'N' OR WS-DECISAO = 'n'
               ADD 1 TO WS-TOTAL-NEGADOS
               MOVE 'NEGADA' TO WS-EVENTO
               PERFORM GRAVA-AUDITORIA-CHAMADA
               DELETE FREQPEND RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY 'PEDIDO NEGADO.'.
           READ FREQPEND NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-FREQPEND.

       APROVA-CHAMADA.
           MOVE FREQPEND-CHAVE TO FREQUENCIA-CHAVE.
           MOVE FREQPEND-PRESENTE-NOVO TO FREQUENCIA-PRESENTE.
           IF WS-PRESENCA-ANTERIOR = SPACE
               WRITE FREQUENCIA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR A CHAMADA.'
               END-WRITE
           ELSE
               REWRITE FREQUENCIA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A CHAMADA.'
               END-REWRITE.
           IF WS-STATUS-FREQUENCIA = '00'
               ADD 1 TO WS-TOTAL-APROVADOS
               MOVE 'APROVADA' TO WS-EVENTO
               PERFORM GRAVA-AUDITORIA-CHAMADA
               DELETE FREQPEND RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY 'CORRECAO DA CHAMADA APLICADA.'.

       GRAVA-AUDITORIA-CHAMADA.
      *Mesmo inicio de linha da GRAVA-AUDITORIA-NOTA, para a
      *consulta filtrar por aluno e data.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-NOTAS.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' ALUNO=' FREQPEND-STUDENT-ID
                  ' TURMA=' FREQPEND-TURMA-ID
                  ' AULA=' FREQPEND-DATA
                  ' CHAMADA'
                  ' ANTES=' WS-PRESENCA-ANTERIOR
                  ' DEPOIS=' FREQPEND-PRESENTE-NOVO
                  ' DECISAO=' WS-EVENTO
                  ' SUPERVISOR=' WS-OPERADOR
                  ' SOLICITANTE=' FREQPEND-OPERADOR
                  DELIMITED BY SIZE
                  INTO REGISTRO-AUDITORIA-NOTAS
           END-STRING.
           WRITE REGISTRO-AUDITORIA-NOTAS.

      *-----------------------------------------------------------------
      * CONSULTA - filtros por aluno e faixa de datas sobre a
      * trilha, no desenho do PROG46.
