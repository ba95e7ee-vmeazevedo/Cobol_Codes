      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     21_Fechamento_Periodo.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Fechamento do periodo letivo. Imprime no spool central
      * (PROG71) a estatistica de resultado de cada turma do periodo
      * e de cada curso, comparada com o periodo anterior (o maior
      * periodo de turma.dat abaixo do pedido): matriculados,
      * aprovados, reprovados por nota, reprovados por falta (mesma
      * regra do 04_Boletim, falta primeiro), alunos ainda sem nota,
      * media das notas (com a recuperacao aprovada) e media de
      * frequencia. Depois, so o supervisor (OPERADOR_NIVEL 2) fecha
      * o periodo em periodo_fechado.dat: dai em diante o
      * 03_Cursos_e_Notas e o 06_Frequencia so mudam o periodo por
      * pedido aprovado no 10_Aprova_Notas.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SL_CURSO.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_PERFECHA.cbl'.

           SELECT PARAM-FREQUENCIA
           ASSIGN TO 'frequencia_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-FREQ.
      *Percentual minimo de frequencia (3 digitos, ex: 075 = 75%).
      *Sem o arquivo, vale 75%.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_PERFECHA.cbl'.

       FD  PARAM-FREQUENCIA.
       01  PARAM-FREQUENCIA-LINHA.
           05  PARAM-FREQ-MINIMA        PIC 9(3).

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-MATRICULA         PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQUENCIA        PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-STATUS-PERFECHA          PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-FREQ        PIC X(02) VALUE '00'.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR           PIC 9(1) VALUE ZERO.
       77  WS-FREQ-MINIMA              PIC 9(3) VALUE 75.
       77  WS-TEM-ARQ-NOTA             PIC X VALUE 'N'.
       77  WS-TEM-ARQ-FREQUENCIA       PIC X VALUE 'N'.
       77  WS-TEM-ARQ-RECUPER          PIC X VALUE 'N'.
       77  WS-FIM-MATRICULA            PIC X VALUE 'N'.
       77  WS-FIM-FREQUENCIA           PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO           PIC 9(6) VALUE ZEROS.
       77  WS-PERIODO-ANTERIOR         PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X VALUE 'N'.
       77  WS-ALUNO-CORRENTE           PIC 9(5) VALUE ZEROS.
       77  WS-TURMA-CORRENTE           PIC 9(4) VALUE ZEROS.
       77  WS-TEM-NOTA                 PIC X VALUE 'N'.
       77  WS-NOTA-CONSIDERADA         PIC 9(2)V9 VALUE ZEROS.
       77  WS-AULAS-DADAS              PIC 9(4) VALUE ZEROS.
       77  WS-PRESENCAS                PIC 9(4) VALUE ZEROS.
       77  WS-FREQ-APURADA             PIC 9(3)V9 VALUE ZEROS.
       77  WS-IND                      PIC 9(4) VALUE ZEROS.
       77  WS-IND2                     PIC 9(4) VALUE ZEROS.
       77  WS-LADO                     PIC 9(1) VALUE ZEROS.
       77  WS-CURSO-ACHADO             PIC 9(4) VALUE ZEROS.
       77  WS-TURMAS-DO-PERIODO        PIC 9(4) VALUE ZEROS.
       77  WS-MEDIA-CALC               PIC 9(3)V9 VALUE ZEROS.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'ESTATISTICA-PERIODO'.

       01  WS-TABELA-TURMAS.
      *Turmas do periodo pedido e do anterior, com os contadores de
      *resultado de cada uma.
           05 WS-QTD-TURMAS            PIC 9(4) VALUE ZEROS.
           05 WS-TURMA-LINHA OCCURS 999 TIMES.
              10 WS-TT-TURMA-ID        PIC 9(4).
              10 WS-TT-CURSO-ID        PIC 9(4).
              10 WS-TT-PERIODO         PIC 9(6).
              10 WS-TT-MEDIA-CURSO     PIC 9(2)V9.
              10 WS-TT-CONTADORES.
                 15 WS-TT-MATR         PIC 9(4).
                 15 WS-TT-APROV        PIC 9(4).
                 15 WS-TT-RNOTA        PIC 9(4).
                 15 WS-TT-RFALT        PIC 9(4).
                 15 WS-TT-SNOTA        PIC 9(4).
                 15 WS-TT-QTD-NOTAS    PIC 9(4).
                 15 WS-TT-SOMA-NOTAS   PIC 9(6)V9.
                 15 WS-TT-QTD-FREQ     PIC 9(4).
                 15 WS-TT-SOMA-FREQ    PIC 9(7)V9.
       01  WS-TABELA-CURSOS.
      *Totais por curso: lado 1 = periodo pedido, 2 = anterior.
           05 WS-QTD-CURSOS            PIC 9(4) VALUE ZEROS.
           05 WS-CURSO-LINHA OCCURS 500 TIMES.
              10 WS-TC-CURSO-ID        PIC 9(4).
              10 WS-TC-LADO OCCURS 2 TIMES.
                 15 WS-TC-MATR         PIC 9(5).
                 15 WS-TC-APROV        PIC 9(5).
                 15 WS-TC-RNOTA        PIC 9(5).
                 15 WS-TC-RFALT        PIC 9(5).
                 15 WS-TC-SNOTA        PIC 9(5).
                 15 WS-TC-QTD-NOTAS    PIC 9(5).
                 15 WS-TC-SOMA-NOTAS   PIC 9(7)V9.
                 15 WS-TC-QTD-FREQ     PIC 9(5).
                 15 WS-TC-SOMA-FREQ    PIC 9(8)V9.
       01  WS-LINHA-ESTATISTICA.
      *Colunas debaixo do cabecalho da IMPRIME-CABECALHO-COLUNAS.
           05 WS-LE-ROTULO             PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-LE-MATR               PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LE-APROV              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-LE-RNOTA              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-LE-RFALT              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-LE-SNOTA              PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LE-MEDIA              PIC Z9,9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LE-FREQ               PIC ZZ9,9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LE-TAXA               PIC ZZ9,9.
       01  WS-ROTULO-TURMA.
           05 FILLER                   PIC X(6) VALUE 'TURMA '.
           05 WS-RT-TURMA-ID           PIC 9(4).
           05 FILLER                   PIC X(6) VALUE SPACES.
       01  WS-ROTULO-CURSO.
           05 WS-RC-CURSO-ID           PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RC-PERIODO            PIC 9(6).
           05 FILLER                   PIC X(5) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO LETIVO A FECHAR (AAAAPP): '.
           ACCEPT WS-PERIODO-PEDIDO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           IF WS-TURMAS-DO-PERIODO = ZEROS
               DISPLAY 'NENHUMA TURMA NO PERIODO '
                       WS-PERIODO-PEDIDO '.'
               GOBACK.
           PERFORM APURA-RESULTADOS.
           PERFORM SOMA-POR-CURSO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TURMAS.
           PERFORM IMPRIME-ESTATISTICA.
           DISPLAY 'TURMAS DO PERIODO: ' WS-TURMAS-DO-PERIODO
                   '  PERIODO ANTERIOR: ' WS-PERIODO-ANTERIOR.
           DISPLAY 'ESTATISTICA NO SPOOL (PROG72).'.
           PERFORM FECHA-PERIODO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-TURMA.
      *Layout v2 de turma.dat (11_Migra_Turmas), registrado no
      *PROG82.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARAM-FREQUENCIA.
           IF WS-STATUS-PARAM-FREQ = '00'
               READ PARAM-FREQUENCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-FREQ-MINIMA IS NUMERIC AND
                               PARAM-FREQ-MINIMA > ZEROS
                           MOVE PARAM-FREQ-MINIMA
                               TO WS-FREQ-MINIMA
                       END-IF
               END-READ
               CLOSE PARAM-FREQUENCIA
           END-IF.

      *-----------------------------------------------------------------
      * TURMAS - primeira passada acha o periodo anterior; a segunda
      * guarda as turmas dos dois periodos com a media do curso.
      *-----------------------------------------------------------------
       CARREGA-TURMAS.
           MOVE ZEROS TO WS-QTD-TURMAS.
           MOVE ZEROS TO WS-TURMAS-DO-PERIODO.
           MOVE ZEROS TO WS-PERIODO-ANTERIOR.
           OPEN INPUT TURMA.
           IF WS-STATUS-TURMA NOT = '00'
               DISPLAY 'ARQUIVO DE TURMAS NAO ENCONTRADO.'
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ TURMA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM ACHA-PERIODO-ANTERIOR
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE TURMA
               OPEN INPUT TURMA
               OPEN INPUT CURSO
               MOVE 'N' TO FINAL-ARQUIVO
               READ TURMA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UMA-TURMA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE CURSO
               CLOSE TURMA.

       ACHA-PERIODO-ANTERIOR.
           IF TURMA-PERIODO < WS-PERIODO-PEDIDO AND
                   TURMA-PERIODO > WS-PERIODO-ANTERIOR
               MOVE TURMA-PERIODO TO WS-PERIODO-ANTERIOR.
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GUARDA-UMA-TURMA.
           IF (TURMA-PERIODO = WS-PERIODO-PEDIDO OR
                   (TURMA-PERIODO = WS-PERIODO-ANTERIOR AND
                    WS-PERIODO-ANTERIOR > ZEROS)) AND
                   WS-QTD-TURMAS < 999
               ADD 1 TO WS-QTD-TURMAS
               MOVE TURMA-ID TO WS-TT-TURMA-ID (WS-QTD-TURMAS)
               MOVE TURMA-CURSO-ID TO WS-TT-CURSO-ID (WS-QTD-TURMAS)
               MOVE TURMA-PERIODO TO WS-TT-PERIODO (WS-QTD-TURMAS)
               MOVE ZEROS TO WS-TT-CONTADORES (WS-QTD-TURMAS)
               MOVE TURMA-CURSO-ID TO CURSO-ID
               READ CURSO RECORD
                   INVALID KEY
                       MOVE ZEROS TO WS-TT-MEDIA-CURSO (WS-QTD-TURMAS)
                   NOT INVALID KEY
                       MOVE CURSO-MEDIA-APROVACAO
                           TO WS-TT-MEDIA-CURSO (WS-QTD-TURMAS)
               END-READ
               IF TURMA-PERIODO = WS-PERIODO-PEDIDO
                   ADD 1 TO WS-TURMAS-DO-PERIODO
               END-IF
           END-IF.
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * RESULTADOS - cada matricula da turma e um aluno: falta
      * primeiro, depois aluno sem nota, depois nota abaixo da media.
      *-----------------------------------------------------------------
       APURA-RESULTADOS.
           OPEN INPUT MATRICULA.
           IF WS-STATUS-MATRICULA NOT = '00'
               DISPLAY 'ARQUIVO DE MATRICULAS NAO ENCONTRADO.'
           ELSE
               OPEN INPUT NOTA
               IF WS-STATUS-NOTA = '00'
                   MOVE 'S' TO WS-TEM-ARQ-NOTA
               END-IF
               OPEN INPUT FREQUENCIA
               IF WS-STATUS-FREQUENCIA = '00'
                   MOVE 'S' TO WS-TEM-ARQ-FREQUENCIA
               END-IF
               OPEN INPUT RECUPER
               IF WS-STATUS-RECUPER = '00'
                   MOVE 'S' TO WS-TEM-ARQ-RECUPER
               END-IF
               PERFORM APURA-UMA-TURMA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TURMAS
               IF WS-TEM-ARQ-RECUPER = 'S'
                   CLOSE RECUPER
               END-IF
               IF WS-TEM-ARQ-FREQUENCIA = 'S'
                   CLOSE FREQUENCIA
               END-IF
               IF WS-TEM-ARQ-NOTA = 'S'
                   CLOSE NOTA
               END-IF
               CLOSE MATRICULA.

       APURA-UMA-TURMA.
           MOVE WS-TT-TURMA-ID (WS-IND) TO WS-TURMA-CORRENTE.
           MOVE WS-TURMA-CORRENTE TO MATRICULA-TURMA-ID.
           MOVE ZEROS TO MATRICULA-STUDENT-ID.
           MOVE 'N' TO WS-FIM-MATRICULA.
           START MATRICULA KEY IS NOT LESS THAN MATRICULA-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-MATRICULA.
           IF WS-FIM-MATRICULA = 'N'
               READ MATRICULA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-MATRICULA
               END-READ.
           PERFORM APURA-UM-ALUNO
               UNTIL WS-FIM-MATRICULA = 'S' OR
                     MATRICULA-TURMA-ID NOT = WS-TURMA-CORRENTE.

       APURA-UM-ALUNO.
           MOVE MATRICULA-STUDENT-ID TO WS-ALUNO-CORRENTE.
           ADD 1 TO WS-TT-MATR (WS-IND).
           PERFORM BUSCA-NOTA-CONSIDERADA.
           MOVE ZEROS TO WS-AULAS-DADAS.
           MOVE ZEROS TO WS-PRESENCAS.
           MOVE ZEROS TO WS-FREQ-APURADA.
           IF WS-TEM-ARQ-FREQUENCIA = 'S'
               PERFORM CONTA-FREQ-NA-TURMA.
           IF WS-AULAS-DADAS > ZEROS
               COMPUTE WS-FREQ-APURADA ROUNDED =
                   WS-PRESENCAS * 100 / WS-AULAS-DADAS
               ADD 1 TO WS-TT-QTD-FREQ (WS-IND)
               ADD WS-FREQ-APURADA TO WS-TT-SOMA-FREQ (WS-IND).
           IF WS-TEM-NOTA = 'S'
               ADD 1 TO WS-TT-QTD-NOTAS (WS-IND)
               ADD WS-NOTA-CONSIDERADA TO WS-TT-SOMA-NOTAS (WS-IND).
           IF WS-AULAS-DADAS > ZEROS AND
                   WS-FREQ-APURADA < WS-FREQ-MINIMA
               ADD 1 TO WS-TT-RFALT (WS-IND)
           ELSE
               IF WS-TEM-NOTA = 'N'
                   ADD 1 TO WS-TT-SNOTA (WS-IND)
               ELSE
                   IF WS-NOTA-CONSIDERADA <
                           WS-TT-MEDIA-CURSO (WS-IND)
                       ADD 1 TO WS-TT-RNOTA (WS-IND)
                   ELSE
                       ADD 1 TO WS-TT-APROV (WS-IND).
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-MATRICULA.

       BUSCA-NOTA-CONSIDERADA.
      *Nota do curso no periodo da turma; com recuperacao aprovada,
      *vale a nota final da recuperacao.
           MOVE 'N' TO WS-TEM-NOTA.
           MOVE ZEROS TO WS-NOTA-CONSIDERADA.
           IF WS-TEM-ARQ-NOTA = 'S'
               MOVE WS-ALUNO-CORRENTE TO NOTA-STUDENT-ID
               MOVE WS-TT-CURSO-ID (WS-IND) TO NOTA-CURSO-ID
               MOVE WS-TT-PERIODO (WS-IND) TO NOTA-PERIODO
               READ NOTA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-NOTA
                       MOVE NOTA-VALOR TO WS-NOTA-CONSIDERADA
               END-READ
           END-IF.
           IF WS-TEM-NOTA = 'S' AND WS-TEM-ARQ-RECUPER = 'S'
               MOVE NOTA-CHAVE TO RECUPER-CHAVE
               READ RECUPER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RECUPER-SITUACAO = 'A'
                           MOVE RECUPER-NOTA-FINAL
                               TO WS-NOTA-CONSIDERADA
                       END-IF
               END-READ.

       CONTA-FREQ-NA-TURMA.
           MOVE WS-TURMA-CORRENTE TO FREQUENCIA-TURMA-ID.
           MOVE ZEROS TO FREQUENCIA-DATA.
           MOVE ZEROS TO FREQUENCIA-STUDENT-ID.
           MOVE 'N' TO WS-FIM-FREQUENCIA.
           START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-FREQUENCIA.
           IF WS-FIM-FREQUENCIA = 'N'
               READ FREQUENCIA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-FREQUENCIA
               END-READ.
           PERFORM CONTA-UMA-CHAMADA
               UNTIL WS-FIM-FREQUENCIA = 'S' OR
                     FREQUENCIA-TURMA-ID NOT = WS-TURMA-CORRENTE.

       CONTA-UMA-CHAMADA.
           IF FREQUENCIA-STUDENT-ID = WS-ALUNO-CORRENTE
               ADD 1 TO WS-AULAS-DADAS
               IF FREQUENCIA-PRESENTE = 'P'
                   ADD 1 TO WS-PRESENCAS
               END-IF
           END-IF.
           READ FREQUENCIA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-FREQUENCIA.

      *-----------------------------------------------------------------
      * CURSOS - soma os contadores da turma no lado do periodo.
      *-----------------------------------------------------------------
       SOMA-POR-CURSO.
           MOVE 1 TO WS-LADO.
           IF WS-TT-PERIODO (WS-IND) NOT = WS-PERIODO-PEDIDO
               MOVE 2 TO WS-LADO.
           MOVE ZEROS TO WS-CURSO-ACHADO.
           PERFORM PROCURA-CURSO
               VARYING WS-IND2 FROM 1 BY 1
               UNTIL WS-IND2 > WS-QTD-CURSOS OR
                     WS-CURSO-ACHADO > ZEROS.
           IF WS-CURSO-ACHADO = ZEROS AND WS-QTD-CURSOS < 500
               ADD 1 TO WS-QTD-CURSOS
               MOVE WS-QTD-CURSOS TO WS-CURSO-ACHADO
               MOVE WS-TT-CURSO-ID (WS-IND)
                   TO WS-TC-CURSO-ID (WS-CURSO-ACHADO)
               MOVE ZEROS TO WS-TC-LADO (WS-CURSO-ACHADO, 1)
               MOVE ZEROS TO WS-TC-LADO (WS-CURSO-ACHADO, 2).
           IF WS-CURSO-ACHADO > ZEROS
               ADD WS-TT-MATR (WS-IND)
                   TO WS-TC-MATR (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-APROV (WS-IND)
                   TO WS-TC-APROV (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-RNOTA (WS-IND)
                   TO WS-TC-RNOTA (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-RFALT (WS-IND)
                   TO WS-TC-RFALT (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-SNOTA (WS-IND)
                   TO WS-TC-SNOTA (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-QTD-NOTAS (WS-IND)
                   TO WS-TC-QTD-NOTAS (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-SOMA-NOTAS (WS-IND)
                   TO WS-TC-SOMA-NOTAS (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-QTD-FREQ (WS-IND)
                   TO WS-TC-QTD-FREQ (WS-CURSO-ACHADO, WS-LADO)
               ADD WS-TT-SOMA-FREQ (WS-IND)
                   TO WS-TC-SOMA-FREQ (WS-CURSO-ACHADO, WS-LADO).

       PROCURA-CURSO.
           IF WS-TC-CURSO-ID (WS-IND2) = WS-TT-CURSO-ID (WS-IND)
               MOVE WS-IND2 TO WS-CURSO-ACHADO.

      *-----------------------------------------------------------------
      * RELATORIO - turmas do periodo e depois cursos, cada curso com
      * a linha do periodo pedido e a do anterior.
      *-----------------------------------------------------------------
       IMPRIME-ESTATISTICA.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'RESULTADO DO PERIODO ' WS-PERIODO-PEDIDO
                  '  ANTERIOR: ' WS-PERIODO-ANTERIOR
                  '  FREQUENCIA MINIMA: ' WS-FREQ-MINIMA '%'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'RNOTA/RFALT = REPROVADOS POR NOTA/FALTA, SNOTA = SEM'
               TO WS-LINHA-IMPRESSA.
           MOVE ' NOTA LANCADA' TO WS-LINHA-IMPRESSA (53:13).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'POR TURMA' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-CABECALHO-COLUNAS.
           PERFORM IMPRIME-UMA-TURMA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TURMAS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'POR CURSO (CURSO PERIODO)' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-CABECALHO-COLUNAS.
           PERFORM IMPRIME-UM-CURSO
               VARYING WS-IND2 FROM 1 BY 1
               UNTIL WS-IND2 > WS-QTD-CURSOS.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-CABECALHO-COLUNAS.
           MOVE 'TURMA/PERIODO     MATR  APROV RNOTA RFALT SNOTA'
               TO WS-LINHA-IMPRESSA.
           MOVE 'MEDIA FREQ%  APROV%' TO WS-LINHA-IMPRESSA (50:19).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UMA-TURMA.
           IF WS-TT-PERIODO (WS-IND) = WS-PERIODO-PEDIDO
               MOVE WS-TT-TURMA-ID (WS-IND) TO WS-RT-TURMA-ID
               MOVE WS-ROTULO-TURMA TO WS-LE-ROTULO
               MOVE WS-TT-MATR (WS-IND) TO WS-LE-MATR
               MOVE WS-TT-APROV (WS-IND) TO WS-LE-APROV
               MOVE WS-TT-RNOTA (WS-IND) TO WS-LE-RNOTA
               MOVE WS-TT-RFALT (WS-IND) TO WS-LE-RFALT
               MOVE WS-TT-SNOTA (WS-IND) TO WS-LE-SNOTA
               MOVE ZEROS TO WS-MEDIA-CALC
               IF WS-TT-QTD-NOTAS (WS-IND) > ZEROS
                   COMPUTE WS-MEDIA-CALC ROUNDED =
                       WS-TT-SOMA-NOTAS (WS-IND) /
                       WS-TT-QTD-NOTAS (WS-IND)
               END-IF
               MOVE WS-MEDIA-CALC TO WS-LE-MEDIA
               MOVE ZEROS TO WS-MEDIA-CALC
               IF WS-TT-QTD-FREQ (WS-IND) > ZEROS
                   COMPUTE WS-MEDIA-CALC ROUNDED =
                       WS-TT-SOMA-FREQ (WS-IND) /
                       WS-TT-QTD-FREQ (WS-IND)
               END-IF
               MOVE WS-MEDIA-CALC TO WS-LE-FREQ
               MOVE ZEROS TO WS-MEDIA-CALC
               IF WS-TT-MATR (WS-IND) > ZEROS
                   COMPUTE WS-MEDIA-CALC ROUNDED =
                       WS-TT-APROV (WS-IND) * 100 /
                       WS-TT-MATR (WS-IND)
               END-IF
               MOVE WS-MEDIA-CALC TO WS-LE-TAXA
               MOVE WS-LINHA-ESTATISTICA TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-CURSO.
           MOVE 1 TO WS-LADO.
           MOVE WS-PERIODO-PEDIDO TO WS-RC-PERIODO.
           PERFORM IMPRIME-LADO-DO-CURSO.
           IF WS-PERIODO-ANTERIOR > ZEROS
               MOVE 2 TO WS-LADO
               MOVE WS-PERIODO-ANTERIOR TO WS-RC-PERIODO
               PERFORM IMPRIME-LADO-DO-CURSO.

       IMPRIME-LADO-DO-CURSO.
      *Curso sem turma no periodo sai com a linha zerada, para a
      *comparacao ficar visivel.
           MOVE WS-TC-CURSO-ID (WS-IND2) TO WS-RC-CURSO-ID.
           MOVE WS-ROTULO-CURSO TO WS-LE-ROTULO.
           MOVE WS-TC-MATR (WS-IND2, WS-LADO) TO WS-LE-MATR.
           MOVE WS-TC-APROV (WS-IND2, WS-LADO) TO WS-LE-APROV.
           MOVE WS-TC-RNOTA (WS-IND2, WS-LADO) TO WS-LE-RNOTA.
           MOVE WS-TC-RFALT (WS-IND2, WS-LADO) TO WS-LE-RFALT.
           MOVE WS-TC-SNOTA (WS-IND2, WS-LADO) TO WS-LE-SNOTA.
           MOVE ZEROS TO WS-MEDIA-CALC.
           IF WS-TC-QTD-NOTAS (WS-IND2, WS-LADO) > ZEROS
               COMPUTE WS-MEDIA-CALC ROUNDED =
                   WS-TC-SOMA-NOTAS (WS-IND2, WS-LADO) /
                   WS-TC-QTD-NOTAS (WS-IND2, WS-LADO).
           MOVE WS-MEDIA-CALC TO WS-LE-MEDIA.
           MOVE ZEROS TO WS-MEDIA-CALC.
           IF WS-TC-QTD-FREQ (WS-IND2, WS-LADO) > ZEROS
               COMPUTE WS-MEDIA-CALC ROUNDED =
                   WS-TC-SOMA-FREQ (WS-IND2, WS-LADO) /
                   WS-TC-QTD-FREQ (WS-IND2, WS-LADO).
           MOVE WS-MEDIA-CALC TO WS-LE-FREQ.
           MOVE ZEROS TO WS-MEDIA-CALC.
           IF WS-TC-MATR (WS-IND2, WS-LADO) > ZEROS
               COMPUTE WS-MEDIA-CALC ROUNDED =
                   WS-TC-APROV (WS-IND2, WS-LADO) * 100 /
                   WS-TC-MATR (WS-IND2, WS-LADO).
           MOVE WS-MEDIA-CALC TO WS-LE-TAXA.
           MOVE WS-LINHA-ESTATISTICA TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.

      *-----------------------------------------------------------------
      * FECHAMENTO - so supervisor grava o periodo em
      * periodo_fechado.dat; fechar de novo nao muda o registro.
      *-----------------------------------------------------------------
       FECHA-PERIODO.
           OPEN I-O PERFECHA.
           IF WS-STATUS-PERFECHA = '35'
               OPEN OUTPUT PERFECHA
               CLOSE PERFECHA
               OPEN I-O PERFECHA
           END-IF.
           IF WS-STATUS-PERFECHA NOT = '00'
               DISPLAY 'ARQUIVO DE PERIODOS FECHADOS INDISPONIVEL.'
               GOBACK.
           MOVE WS-PERIODO-PEDIDO TO PERFECHA-PERIODO.
           READ PERFECHA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PERIODO JA FECHADO EM ' PERFECHA-DATA
                           ' POR ' PERFECHA-OPERADOR '.'
                   CLOSE PERFECHA
                   GOBACK
           END-READ.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'PERIODO ABERTO. FECHAMENTO RESTRITO A'
                       ' SUPERVISOR (NIVEL 2).'
               CLOSE PERFECHA
               GOBACK.
           DISPLAY 'FECHAR O PERIODO ' WS-PERIODO-PEDIDO
                   '? NOTAS E CHAMADAS SO MUDARAO POR PEDIDO (S/N): '.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE WS-PERIODO-PEDIDO TO PERFECHA-PERIODO
               MOVE WS-DATA-HOJE TO PERFECHA-DATA
               MOVE WS-OPERADOR TO PERFECHA-OPERADOR
               WRITE PERFECHA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O FECHAMENTO.'
                   NOT INVALID KEY
                       DISPLAY 'PERIODO ' WS-PERIODO-PEDIDO
                               ' FECHADO.'
               END-WRITE
           ELSE
               DISPLAY 'PERIODO CONTINUA ABERTO.'.
           CLOSE PERFECHA.
