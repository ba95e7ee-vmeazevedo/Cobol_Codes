      *esperado sem batida) e por ATRASO (entrada depois do horario
      *mais a tolerancia), com os minutos. O fechamento mensal do
      *PROG81 le as ocorrencias do periodo para apurar as faltas com
      *base na escala em vez do chute de dias uteis. Folga de
      *compensacao aprovada no banco de horas (PROG145) nao e falta.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELESCALA.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELAFASTAMENTO.cob'.
           COPY 'SELBANCOHORAS.cob'.

           SELECT OPTIONAL ARQUIVO-PONTOS
           ASSIGN TO 'pontos.dat'
           COPY 'FDESCALA.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDAFASTAMENTO.cob'.
           COPY 'FDBANCOHORAS.cob'.

       FD  ARQUIVO-PONTOS.
       01  PONTO-LINHA.
       77  WS-FUNC-AFASTADO PIC X VALUE 'N'.
       77  WS-FIM-AFASTAMENTOS PIC X VALUE 'N'.
       77  WS-TOTAL-AFASTADOS PIC 9(4) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-BANCO-HORAS PIC X(02) VALUE '00'.
       77  WS-FUNC-COMPENSANDO PIC X VALUE 'N'.
       77  WS-TOTAL-COMPENSADOS PIC 9(4) VALUE ZEROS.
       77  WS-ENTRADA-BATIDA PIC 9(4) VALUE ZEROS.
       77  WS-MIN-ESPERADO PIC 9(5) VALUE ZEROS.
       77  WS-MIN-BATIDO PIC 9(5) VALUE ZEROS.
           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           MOVE ZEROS TO WS-TOTAL-FALTAS.
           MOVE ZEROS TO WS-TOTAL-ATRASOS.
           MOVE ZEROS TO WS-TOTAL-COMPENSADOS.

           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-ESCALA NEXT RECORD AT END
           DISPLAY 'ATRASOS APONTADOS: ' WS-TOTAL-ATRASOS.
           DISPLAY 'AFASTADOS NO DIA (SEM OCORRENCIA): '
                   WS-TOTAL-AFASTADOS.
           DISPLAY 'EM FOLGA DE COMPENSACAO (SEM OCORRENCIA): '
                   WS-TOTAL-COMPENSADOS.

       APURA-UMA-ESCALA.
           IF ESCALA-DIA-SEMANA (WS-DIA-DA-SEMANA) = 'S'
      *Afastado (PROG94) no dia da apuracao nao gera falta nem
      *atraso.
                   PERFORM VERIFICA-AFASTAMENTO-NO-DIA
      *Folga de compensacao do banco de horas tambem nao.
                   PERFORM VERIFICA-COMPENSACAO-NO-DIA
                   IF WS-FUNC-AFASTADO = 'S'
                       ADD 1 TO WS-TOTAL-AFASTADOS
                   ELSE
                       IF WS-FUNC-COMPENSANDO = 'S'
                           ADD 1 TO WS-TOTAL-COMPENSADOS
                       ELSE
                           PERFORM PROCURA-BATIDA-DO-DIA
                           IF WS-ACHOU-BATIDA = 'N'
                               PERFORM GRAVA-FALTA
                           ELSE
                               PERFORM AVALIA-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-AFASTAMENTOS.

       VERIFICA-COMPENSACAO-NO-DIA.
           MOVE 'N' TO WS-FUNC-COMPENSANDO.
           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS = '00'
               MOVE ESCALA-CODIGO-FUNC TO BANCO-CODIGO-FUNC
               MOVE WS-DATA-APURACAO TO BANCO-DATA
               MOVE 'D' TO BANCO-TIPO
               READ ARQUIVO-BANCO-HORAS RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FUNC-COMPENSANDO
               END-READ
               CLOSE ARQUIVO-BANCO-HORAS
           END-IF.

       PROCURA-BATIDA-DO-DIA.
      *O SELECT OPTIONAL abre mesmo sem o arquivo existir (status
      *05); nesse caso a primeira leitura ja devolve fim de arquivo.
