      *gravados em resultado_folha.dat por periodo, e um relatorio de
      *excecoes aponta: enviado sem retorno, retornado com erro e
      *retornado com codigo desconhecido.
      *Antes da baixa o PROG139 confere o liquido do bureau com o
      *nosso calculo; havendo divergencia o operador confirma ou
      *desiste da baixa.
      *Periodo com baixa gravada fica fechado em
      *periodos_fechados.dat da empresa da sessao (variavel de
      *ambiente ARQUIVO_PERIODOS_FECHADOS); dai em diante alteracao
      *que caia nele (PROG45, PROG81, PROG94, PROG96) so passa com
      *liberacao de supervisor e motivo (PROG177).
      *Retorno OK tambem da como pagos os reembolsos de despesa
      *aprovados que o extrato mandou (reembolsos.dat, PROG182);
      *retorno com erro os deixa para o proximo extrato.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELEMPRESTIMO.cob'.
           COPY 'SELREEMB.cob'.
           COPY 'SELPERFECH.cob'.

           SELECT ARQUIVO-RETORNO
           ASSIGN TO 'retorno_folha.txt'
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDEMPRESTIMO.cob'.
           COPY 'FDREEMB.cob'.
           COPY 'FDPERFECH.cob'.

       FD  ARQUIVO-RETORNO.
       01  RETORNO-LINHA.
       77  FINAL-ARQUIVO-EMPRESTIMO PIC X VALUE 'N'.
       77  WS-TOTAL-PARCELAS-BAIXADAS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-PARCELAS-MANTIDAS PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-REEMBOLSO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-REEMBOLSO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-REEMBOLSO PIC X VALUE 'N'.
       77  WS-TOTAL-REEMBOLSOS-PAGOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REEMBOLSOS-MANTIDOS PIC 9(06) VALUE ZEROS.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-CONFIRMA-BAIXA PIC X VALUE SPACE.
       77  WS-STATUS-ARQUIVO-PERFECH PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-PERFECH PIC X(30)
           VALUE 'periodos_fechados.dat'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSRELATORIO.cob'.

               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *O fechamento do periodo tambem e da empresa da sessao.
           DISPLAY 'ARQUIVO_PERIODOS_FECHADOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-PERFECH FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           CALL 'PROG139'.
           IF RETURN-CODE = 8
               DISPLAY 'HA LIQUIDOS DO BUREAU DIVERGENTES DO NOSSO '
                       'CALCULO (RELATORIO NO SPOOL).'
               DISPLAY 'CONFIRMA A BAIXA MESMO ASSIM? (S/N)'
               ACCEPT WS-CONFIRMA-BAIXA
               IF WS-CONFIRMA-BAIXA NOT = 'S' AND
                       WS-CONFIRMA-BAIXA NOT = 's'
                   DISPLAY 'BAIXA NAO REALIZADA.'
                   STOP RUN
               END-IF
           END-IF.
           MOVE ZEROS TO RETURN-CODE.
           ACCEPT WS-DATA-EXECUCAO-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO = WS-DATA-HOJE / 100.
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-EMPRESTIMO
           END-IF.
           OPEN I-O ARQUIVO-REEMBOLSO.
      *Sem pedidos de reembolso nao ha o que dar como pago.
           IF WS-STATUS-ARQUIVO-REEMBOLSO = '00'
               MOVE 'S' TO WS-TEM-ARQ-REEMBOLSO
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-REEMBOLSO
           END-IF.

           PERFORM IMPRIME-CABECALHO.
           MOVE 'N' TO FINAL-RETORNO.
           CLOSE ARQUIVO-RESULTADO.
           IF WS-TEM-ARQ-EMPRESTIMO = 'S'
               CLOSE ARQUIVO-EMPRESTIMO.
           IF WS-TEM-ARQ-REEMBOLSO = 'S'
               CLOSE ARQUIVO-REEMBOLSO.

           PERFORM APONTA-ENVIADOS-SEM-RETORNO.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-TOTAL-BAIXADOS > ZEROS
               PERFORM FECHA-PERIODO.

           DISPLAY ' '.
           DISPLAY 'LINHAS RETORNADAS PELO BUREAU: '
                   WS-TOTAL-PARCELAS-BAIXADAS.
           DISPLAY 'PARCELAS MANTIDAS (RETORNO COM ERRO): '
                   WS-TOTAL-PARCELAS-MANTIDAS.
           DISPLAY 'REEMBOLSOS DE DESPESA PAGOS: '
                   WS-TOTAL-REEMBOLSOS-PAGOS.
           DISPLAY 'REEMBOLSOS MANTIDOS (RETORNO COM ERRO): '
                   WS-TOTAL-REEMBOLSOS-MANTIDOS.

       PROGRAM-DONE.
           STOP RUN.

      *-----------------------------------------------------------------
      *Periodo baixado fica fechado para alteracoes retroativas.
      *Nova baixa no mesmo periodo so atualiza data e operador.
      *-----------------------------------------------------------------
       FECHA-PERIODO.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           OPEN I-O ARQUIVO-PERIODO-FECHADO.
           IF WS-STATUS-ARQUIVO-PERFECH = '35'
      *Primeira baixa cria o arquivo.
               OPEN OUTPUT ARQUIVO-PERIODO-FECHADO
               CLOSE ARQUIVO-PERIODO-FECHADO
               OPEN I-O ARQUIVO-PERIODO-FECHADO
           END-IF.
           IF WS-STATUS-ARQUIVO-PERFECH NOT = '00'
               DISPLAY 'AVISO: ' WS-NOME-ARQ-PERFECH ' INDISPONIVEL'
                       ' (STATUS ' WS-STATUS-ARQUIVO-PERFECH
                       '); PERIODO ' WS-PERIODO ' NAO FECHADO.'
           ELSE
               MOVE WS-PERIODO TO PERFECH-PERIODO
               MOVE WS-DATA-HOJE TO PERFECH-DATA
               MOVE WS-OPERADOR TO PERFECH-OPERADOR
               MOVE WS-NOME-ARQ-RESULTADO TO PERFECH-ARQUIVO
               WRITE PERFECH-REGISTRO
                   INVALID KEY
                       REWRITE PERFECH-REGISTRO
                       END-REWRITE
               END-WRITE
               CLOSE ARQUIVO-PERIODO-FECHADO
               DISPLAY 'PERIODO ' WS-PERIODO ' FECHADO PARA'
                       ' ALTERACOES.'
           END-IF.

       BAIXA-LINHA-RETORNO.
           ADD 1 TO WS-TOTAL-RETORNADOS.
           IF WS-QTD-RETORNADOS < 1000
               IF WS-TEM-ARQ-EMPRESTIMO = 'S'
                   PERFORM TRATA-PARCELAS-EMPRESTIMO
               END-IF
      *O mesmo vale para os reembolsos aprovados ja enviados: OK os
      *da como pagos, erro os reapresenta no proximo extrato.
               IF WS-TEM-ARQ-REEMBOLSO = 'S'
                   PERFORM TRATA-REEMBOLSOS
               END-IF
           END-IF.

           READ ARQUIVO-RETORNO RECORD AT END
           READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-EMPRESTIMO.

       TRATA-REEMBOLSOS.
           MOVE RETORNO-CODIGO TO REEMB-CODIGO-FUNC.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO.
           START ARQUIVO-REEMBOLSO
                   KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.
           IF FINAL-ARQUIVO-REEMBOLSO = 'N'
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ.
           PERFORM TRATA-UM-REEMBOLSO
               UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S' OR
                     REEMB-CODIGO-FUNC NOT = RETORNO-CODIGO.

       TRATA-UM-REEMBOLSO.
      *Aprovado depois do extrato (sem data de envio) fica para o
      *proximo.
           IF REEMB-SITUACAO = 'A' AND REEMB-DATA-ENVIO > ZEROS
               IF RETORNO-STATUS = 'OK'
                   MOVE 'G' TO REEMB-SITUACAO
                   MOVE WS-DATA-HOJE TO REEMB-DATA-PAGAMENTO
                   REWRITE REEMB-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO BAIXAR REEMBOLSO DO '
                                   REEMB-CODIGO-FUNC
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-REEMBOLSOS-PAGOS
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-TOTAL-REEMBOLSOS-MANTIDOS
               END-IF
           END-IF.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       EXIBE-LINHA-EXCECAO-DESCONHECIDO.
           PERFORM CONTROLA-QUEBRA-PAGINA.
           DISPLAY 'CODIGO DESCONHECIDO NO RETORNO: ' RETORNO-CODIGO
