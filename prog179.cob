      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG179.
      *Distribuidor do spool, chamado pelo PROG71 a cada execucao
      *registrada:
      *    CALL 'PROG179' USING <sequencia> <relatorio> <departamento>
      *Le a lista de distribuicao do relatorio (PROG180) e grava em
      *distribuicao_spool.log uma linha por destinatario. Relatorio
      *inteiro (departamento zero) vai aos destinatarios nominais
      *sem departamento; a fatia de um departamento vai so aos
      *destinatarios daquele departamento e ao gestor dele
      *(DEPARTAMENTO-GESTOR), quando a lista pede o gestor. O mesmo
      *destinatario nao recebe duas vezes a mesma execucao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLISTADIST.cob'.
           COPY 'SELDISTLOG.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDLISTADIST.cob'.
           COPY 'FDDISTLOG.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDFUNCIONARIO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-LISTA-DIST PIC X(02) VALUE '00'.
       77  WS-STATUS-DIST-LOG PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-DESTINO PIC X(30) VALUE SPACES.
       77  WS-DESTINO-GESTOR PIC X(30) VALUE SPACES.
       77  WS-GESTOR-RESOLVIDO PIC X VALUE 'N'.
       77  WS-QTD-DESTINOS PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-REPETIDO PIC X VALUE 'N'.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
       01  WS-TABELA-DESTINOS.
      *Quem ja recebeu esta execucao, para nao repetir.
           05 WS-DST PIC X(30) OCCURS 50 TIMES.
           COPY 'WSFUNCIONARIO.cob'.

       LINKAGE SECTION.
       01  LK-SEQUENCIA PIC 9(4).
       01  LK-NOME-RELATORIO PIC X(20).
       01  LK-DEPARTAMENTO PIC 9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-SEQUENCIA LK-NOME-RELATORIO
           LK-DEPARTAMENTO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE ZEROS TO WS-QTD-DESTINOS.
           MOVE 'N' TO WS-GESTOR-RESOLVIDO.
      *Sem listas cadastradas o spool continua sem distribuicao.
           OPEN INPUT ARQUIVO-LISTA-DIST.
           IF WS-STATUS-ARQUIVO-LISTA-DIST NOT = '00'
               GOBACK.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           OPEN EXTEND ARQUIVO-DIST-LOG.

           MOVE LK-NOME-RELATORIO TO LDIST-RELATORIO.
           MOVE ZEROS TO LDIST-DEPARTAMENTO.
           MOVE LOW-VALUES TO LDIST-DESTINATARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-LISTA-DIST
                   KEY IS NOT LESS THAN LDIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-LISTA-DIST NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM AVALIA-ENTRADA-LISTA
               UNTIL FINAL-ARQUIVO = 'S' OR
                     LDIST-RELATORIO NOT = LK-NOME-RELATORIO.

           CLOSE ARQUIVO-DIST-LOG.
           CLOSE ARQUIVO-LISTA-DIST.
           IF WS-QTD-DESTINOS = ZEROS AND LK-DEPARTAMENTO > ZEROS
               DISPLAY 'SPOOL ' LK-SEQUENCIA ': FATIA DO DEPARTAMENTO '
                       LK-DEPARTAMENTO ' SEM DESTINATARIO NA LISTA.'.
       PROGRAM-DONE.
           GOBACK.

      *-----------------------------------------------------------------
      *Regras de roteamento de uma linha da lista.
      *-----------------------------------------------------------------
       AVALIA-ENTRADA-LISTA.
           MOVE SPACES TO WS-DESTINO.
      *Relatorio inteiro: so os nominais sem departamento.
           IF LK-DEPARTAMENTO = ZEROS AND
                   LDIST-DEPARTAMENTO = ZEROS AND LDIST-TIPO = 'N'
               MOVE LDIST-DESTINATARIO TO WS-DESTINO.
      *Fatia: nominais do proprio departamento.
           IF LK-DEPARTAMENTO > ZEROS AND
                   LDIST-DEPARTAMENTO = LK-DEPARTAMENTO AND
                   LDIST-TIPO = 'N'
               MOVE LDIST-DESTINATARIO TO WS-DESTINO.
      *Fatia: gestor pedido para o departamento ou para todas.
           IF LK-DEPARTAMENTO > ZEROS AND LDIST-TIPO = 'G' AND
                   (LDIST-DEPARTAMENTO = LK-DEPARTAMENTO OR
                    LDIST-DEPARTAMENTO = ZEROS)
               PERFORM RESOLVE-GESTOR
               MOVE WS-DESTINO-GESTOR TO WS-DESTINO.
           IF WS-DESTINO NOT = SPACES
               PERFORM GRAVA-DISTRIBUICAO.
           READ ARQUIVO-LISTA-DIST NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       RESOLVE-GESTOR.
      *Uma consulta por execucao: o gestor e o mesmo para todas as
      *linhas G da fatia.
           IF WS-GESTOR-RESOLVIDO = 'N'
               MOVE 'S' TO WS-GESTOR-RESOLVIDO
               MOVE SPACES TO WS-DESTINO-GESTOR
               PERFORM LE-GESTOR-DO-DEPARTAMENTO
               IF WS-DESTINO-GESTOR = SPACES
                   DISPLAY 'SPOOL ' LK-SEQUENCIA ': DEPARTAMENTO '
                           LK-DEPARTAMENTO ' SEM GESTOR CADASTRADO.'
               END-IF
           END-IF.

       LE-GESTOR-DO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE LK-DEPARTAMENTO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       MOVE ZEROS TO DEPARTAMENTO-GESTOR
               END-READ
               CLOSE ARQUIVO-DEPARTAMENTO
               IF DEPARTAMENTO-GESTOR > ZEROS
                   PERFORM MONTA-DESTINO-GESTOR
               END-IF
           END-IF.

       MONTA-DESTINO-GESTOR.
           MOVE SPACES TO FUNCIONARIO-NOME.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO = '00'
               MOVE DEPARTAMENTO-GESTOR TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE SPACES TO FUNCIONARIO-NOME
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.
           STRING 'GESTOR ' DEPARTAMENTO-GESTOR ' '
                  FUNCIONARIO-NOME (1:16)
               DELIMITED BY SIZE INTO WS-DESTINO-GESTOR
           END-STRING.

       GRAVA-DISTRIBUICAO.
           MOVE 'N' TO WS-REPETIDO.
           PERFORM PROCURA-DESTINO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DESTINOS OR WS-REPETIDO = 'S'.
           IF WS-REPETIDO = 'N'
               IF WS-QTD-DESTINOS < 50
                   ADD 1 TO WS-QTD-DESTINOS
                   MOVE WS-DESTINO TO WS-DST (WS-QTD-DESTINOS)
               END-IF
               MOVE LK-SEQUENCIA TO DLOG-SEQUENCIA
               MOVE LK-NOME-RELATORIO TO DLOG-RELATORIO
               MOVE LK-DEPARTAMENTO TO DLOG-DEPARTAMENTO
               MOVE WS-DESTINO TO DLOG-DESTINATARIO
               MOVE WS-DATA-HOJE TO DLOG-DATA
               MOVE WS-HORA-AGORA TO DLOG-HORA
               MOVE WS-OPERADOR TO DLOG-OPERADOR
               WRITE DLOG-REGISTRO
           END-IF.

       PROCURA-DESTINO.
           IF WS-DST (WS-IND) = WS-DESTINO
               MOVE 'S' TO WS-REPETIDO.
