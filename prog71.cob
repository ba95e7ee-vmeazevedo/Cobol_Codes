      *com acao A = abre a captura, L = grava uma linha, F = fecha e
      *registra a execucao em spool_registro.dat. Cada execucao vira
      *um arquivo spool_NNNN.txt que o PROG72 lista e reimprime.
      *Relatorio quebrado por departamento chama tambem a acao
      *Q = quebra, com o codigo do departamento nas 4 primeiras
      *posicoes da linha: dali ate a proxima quebra as linhas vao
      *tambem para uma fatia propria (outro spool_NNNN.txt,
      *registrado com o departamento e a execucao de origem),
      *precedida das linhas gravadas antes da primeira quebra. Q com
      *departamento zero so fecha a fatia aberta (totais gerais do
      *fim do relatorio ficam so na execucao inteira). Cada
      *execucao e cada fatia registrada passa pelo distribuidor
      *PROG179, que roteia pela lista de distribuicao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT ARQUIVO-SPOOL
           ASSIGN TO WS-NOME-ARQUIVO-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-FATIA
           ASSIGN TO WS-NOME-ARQUIVO-FATIA
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 SPOOL-HORA PIC 9(6).
           05 SPOOL-OPERADOR PIC X(8).
           05 SPOOL-PAGINAS PIC 9(4).
           05 SPOOL-DEPARTAMENTO PIC 9(4).
      *Fatia de departamento; zero (ou branco nas linhas antigas) =
      *relatorio inteiro.
           05 SPOOL-ORIGEM PIC 9(4).
      *Execucao inteira de onde a fatia saiu.

       FD  ARQUIVO-SPOOL.
       01  SPOOL-TEXTO PIC X(80).

       FD  ARQUIVO-FATIA.
       01  FATIA-TEXTO PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-REGISTRO PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-CAPTURA-ABERTA PIC X VALUE 'N'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-NOME-ARQUIVO-FATIA PIC X(30) VALUE SPACES.
       77  WS-FATIA-ABERTA PIC X VALUE 'N'.
       77  WS-HOUVE-QUEBRA PIC X VALUE 'N'.
       77  WS-PROXIMA-SEQUENCIA PIC 9(4) VALUE ZEROS.
       77  WS-SEQUENCIA-FATIA PIC 9(4) VALUE ZEROS.
       77  WS-DEPARTAMENTO-FATIA PIC 9(4) VALUE ZEROS.
       77  WS-LINHAS-FATIA PIC 9(6) VALUE ZEROS.
       77  WS-QTD-CABECALHO PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-SEM-DEPARTAMENTO PIC 9(4) VALUE ZEROS.
       01  WS-CABECALHO-COMUM.
      *Linhas anteriores a primeira quebra (titulo do relatorio),
      *repetidas no topo de cada fatia.
           05 WS-CAB-LINHA PIC X(80) OCCURS 10 TIMES.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
               PERFORM ABRE-CAPTURA.
           IF LK-ACAO = 'L'
               PERFORM GRAVA-LINHA-SPOOL.
           IF LK-ACAO = 'Q'
               PERFORM QUEBRA-DEPARTAMENTO.
           IF LK-ACAO = 'F'
               PERFORM FECHA-CAPTURA.
       PROGRAM-DONE.
                   AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   NOT AT END
      *Fatias sao registradas antes da execucao inteira, entao
      *vale a maior sequencia, nao a ultima linha.
                       IF SPOOL-SEQUENCIA > WS-SEQUENCIA
                           MOVE SPOOL-SEQUENCIA TO WS-SEQUENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-REGISTRO-SPOOL.
           OPEN OUTPUT ARQUIVO-SPOOL.
           MOVE ZEROS TO WS-LINHAS-GRAVADAS.
           MOVE 'S' TO WS-CAPTURA-ABERTA.
           COMPUTE WS-PROXIMA-SEQUENCIA = WS-SEQUENCIA + 1.
           MOVE 'N' TO WS-HOUVE-QUEBRA.
           MOVE 'N' TO WS-FATIA-ABERTA.
           MOVE ZEROS TO WS-QTD-CABECALHO.

       GRAVA-LINHA-SPOOL.
           IF WS-CAPTURA-ABERTA = 'S'
               MOVE LK-LINHA TO SPOOL-TEXTO
               WRITE SPOOL-TEXTO
               ADD 1 TO WS-LINHAS-GRAVADAS
               IF WS-FATIA-ABERTA = 'S'
                   MOVE LK-LINHA TO FATIA-TEXTO
                   WRITE FATIA-TEXTO
                   ADD 1 TO WS-LINHAS-FATIA
               END-IF
               IF WS-HOUVE-QUEBRA = 'N' AND WS-QTD-CABECALHO < 10
                   ADD 1 TO WS-QTD-CABECALHO
                   MOVE LK-LINHA TO WS-CAB-LINHA (WS-QTD-CABECALHO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *QUEBRA: fecha a fatia anterior e abre a do departamento novo.
      *-----------------------------------------------------------------
       QUEBRA-DEPARTAMENTO.
           IF WS-CAPTURA-ABERTA = 'N'
               GOBACK.
           IF WS-FATIA-ABERTA = 'S'
               PERFORM FECHA-FATIA.
           MOVE 'S' TO WS-HOUVE-QUEBRA.
           IF LK-LINHA (1:4) IS NUMERIC
               MOVE LK-LINHA (1:4) TO WS-DEPARTAMENTO-FATIA
           ELSE
               MOVE ZEROS TO WS-DEPARTAMENTO-FATIA.
           IF WS-DEPARTAMENTO-FATIA = ZEROS
               GOBACK.
           MOVE WS-PROXIMA-SEQUENCIA TO WS-SEQUENCIA-FATIA.
           ADD 1 TO WS-PROXIMA-SEQUENCIA.
           MOVE SPACES TO WS-NOME-ARQUIVO-FATIA.
           STRING 'spool_' WS-SEQUENCIA-FATIA '.txt'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-FATIA
           END-STRING.
           OPEN OUTPUT ARQUIVO-FATIA.
           MOVE 'S' TO WS-FATIA-ABERTA.
           MOVE ZEROS TO WS-LINHAS-FATIA.
           PERFORM GRAVA-CABECALHO-FATIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CABECALHO.

       GRAVA-CABECALHO-FATIA.
           MOVE WS-CAB-LINHA (WS-IND) TO FATIA-TEXTO.
           WRITE FATIA-TEXTO.
           ADD 1 TO WS-LINHAS-FATIA.

       FECHA-FATIA.
           CLOSE ARQUIVO-FATIA.
           MOVE 'N' TO WS-FATIA-ABERTA.
           COMPUTE WS-PAGINAS = (WS-LINHAS-FATIA + 19) / 20.
           PERFORM OBTEM-OPERADOR-E-HORA.
           OPEN EXTEND ARQUIVO-REGISTRO-SPOOL.
           MOVE WS-SEQUENCIA-FATIA TO SPOOL-SEQUENCIA.
           MOVE LK-NOME-RELATORIO TO SPOOL-NOME.
           MOVE WS-DATA-HOJE TO SPOOL-DATA.
           MOVE WS-HORA-AGORA TO SPOOL-HORA.
           MOVE WS-OPERADOR TO SPOOL-OPERADOR.
           MOVE WS-PAGINAS TO SPOOL-PAGINAS.
           MOVE WS-DEPARTAMENTO-FATIA TO SPOOL-DEPARTAMENTO.
           MOVE WS-SEQUENCIA TO SPOOL-ORIGEM.
           WRITE REGISTRO-SPOOL-LINHA.
           CLOSE ARQUIVO-REGISTRO-SPOOL.
           CALL 'PROG179' USING WS-SEQUENCIA-FATIA LK-NOME-RELATORIO
               WS-DEPARTAMENTO-FATIA.

       OBTEM-OPERADOR-E-HORA.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.

       FECHA-CAPTURA.
           IF WS-CAPTURA-ABERTA = 'N'
               GOBACK.
           IF WS-FATIA-ABERTA = 'S'
               PERFORM FECHA-FATIA.
           CLOSE ARQUIVO-SPOOL.
           MOVE 'N' TO WS-CAPTURA-ABERTA.

      *Paginas estimadas pela paginacao padrao de 20 linhas.
           COMPUTE WS-PAGINAS = (WS-LINHAS-GRAVADAS + 19) / 20.
           PERFORM OBTEM-OPERADOR-E-HORA.

           OPEN EXTEND ARQUIVO-REGISTRO-SPOOL.
           MOVE WS-SEQUENCIA TO SPOOL-SEQUENCIA.
           MOVE LK-NOME-RELATORIO TO SPOOL-NOME.
           MOVE WS-HORA-AGORA TO SPOOL-HORA.
           MOVE WS-OPERADOR TO SPOOL-OPERADOR.
           MOVE WS-PAGINAS TO SPOOL-PAGINAS.
           MOVE ZEROS TO SPOOL-DEPARTAMENTO.
           MOVE ZEROS TO SPOOL-ORIGEM.
           WRITE REGISTRO-SPOOL-LINHA.
           CLOSE ARQUIVO-REGISTRO-SPOOL.
           MOVE ZEROS TO WS-SEM-DEPARTAMENTO.
           CALL 'PROG179' USING WS-SEQUENCIA LK-NOME-RELATORIO
               WS-SEM-DEPARTAMENTO.
