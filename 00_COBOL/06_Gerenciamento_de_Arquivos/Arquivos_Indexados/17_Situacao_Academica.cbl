      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     17_Situacao_Academica.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Apuracao de fim de periodo letivo. Percorre nota.dat e
      * frequencia.dat e calcula, por aluno com nota no periodo, a
      * media do periodo e as reprovacoes - por nota abaixo da media
      * do curso ou por frequencia abaixo do minimo, a mesma regra
      * do 04_Boletim, com a nota final da recuperacao aprovada
      * (recuperacao.dat) no lugar da original. O aluno entra em
      * situacao probatoria com o numero de reprovacoes do parametro
      * no periodo ou acumuladas (parametros_probatoria.dat),
      * gravado em situacao_academica.dat, que o 05_Matriculas
      * mostra na proxima matricula. Sai tambem o quadro de honra com as
      * maiores medias de cada programa (grade de curriculo.dat),
      * so com alunos sem reprovacao no periodo. As duas listas vao
      * para o spool central (PROG71).
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
           COPY 'SL_STUDENT.cbl'.
           COPY 'SL_CURSO.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_CURRICULO.cbl'.
           COPY 'SL_SITACAD.cbl'.

           SELECT PARAM-FREQUENCIA
           ASSIGN TO 'frequencia_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-FREQ.
      *Percentual minimo de frequencia (3 digitos, ex: 075 = 75%).
      *Sem o arquivo, vale 75%.

           SELECT PARAM-PROBATORIA
           ASSIGN TO 'parametros_probatoria.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-PROB.
      *Reprovacoes no periodo e acumuladas que colocam o aluno em
      *situacao probatoria e tamanho do quadro de honra por
      *programa. Sem o arquivo: 2 no periodo, 3 acumuladas, 5 no
      *quadro.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_CURRICULO.cbl'.
           COPY 'FD_SITACAD.cbl'.

       FD  PARAM-FREQUENCIA.
       01  PARAM-FREQUENCIA-LINHA.
           05  PARAM-FREQ-MINIMA        PIC 9(3).

       FD  PARAM-PROBATORIA.
       01  PARAM-PROBATORIA-LINHA.
           05  PARAM-LIMITE-PERIODO     PIC 9(2).
           05  PARAM-LIMITE-ACUMULADO   PIC 9(2).
           05  PARAM-QTD-QUADRO         PIC 9(2).

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-TEM-RECUPERACAO          PIC X VALUE 'N'.
       77  WS-NOTA-CONSIDERADA         PIC 9(2)V9 VALUE ZEROS.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQUENCIA        PIC X(02) VALUE '00'.
       77  WS-STATUS-CURRICULO         PIC X(02) VALUE '00'.
       77  WS-STATUS-SITACAD           PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-FREQ        PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-PROB        PIC X(02) VALUE '00'.
       77  WS-FREQ-MINIMA              PIC 9(3) VALUE 75.
       77  WS-LIMITE-PERIODO           PIC 9(2) VALUE 2.
       77  WS-LIMITE-ACUMULADO         PIC 9(2) VALUE 3.
       77  WS-QTD-QUADRO               PIC 9(2) VALUE 5.
       77  WS-TEM-ARQ-FREQUENCIA       PIC X VALUE 'N'.
       77  WS-FIM-FREQUENCIA           PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO           PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-ALUNO-CORRENTE           PIC 9(5) VALUE ZEROS.
       77  WS-SOMA-NOTAS               PIC 9(4)V9 VALUE ZEROS.
       77  WS-QTD-CURSOS               PIC 9(2) VALUE ZEROS.
       77  WS-REPROV-PERIODO           PIC 9(2) VALUE ZEROS.
       77  WS-REPROV-ACUMULADAS        PIC 9(3) VALUE ZEROS.
       77  WS-MEDIA-ALUNO              PIC 9(2)V99 VALUE ZEROS.
       77  WS-REPROVADO                PIC X VALUE 'N'.
       77  WS-MEDIA-DO-CURSO           PIC 9(2)V9 VALUE ZEROS.
       77  WS-TURMA-DO-CURSO           PIC 9(4) VALUE ZEROS.
       77  WS-AULAS-DADAS              PIC 9(4) VALUE ZEROS.
       77  WS-PRESENCAS                PIC 9(4) VALUE ZEROS.
       77  WS-FREQ-APURADA             PIC 9(3)V9 VALUE ZEROS.
       77  WS-IND                      PIC 9(4) VALUE ZEROS.
       77  WS-IND2                     PIC 9(4) VALUE ZEROS.
       77  WS-IND-MAIOR                PIC 9(4) VALUE ZEROS.
       77  WS-IND3                     PIC 9(4) VALUE ZEROS.
       77  WS-IND-ALUNO                PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU                    PIC X VALUE 'N'.
       77  WS-FIM-GRADE                PIC X VALUE 'N'.
       77  WS-POSICAO                  PIC 9(2) VALUE ZEROS.
       77  WS-PROGRAMA-CORRENTE        PIC 9(4) VALUE ZEROS.
       77  WS-PROGRAMA-ANTERIOR        PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-APURADOS           PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-PROBATORIA         PIC 9(4) VALUE ZEROS.
       77  WS-MEDIA-EXIBE              PIC Z9,99.
       77  WS-NOME-ALUNO               PIC X(25) VALUE SPACES.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20) VALUE SPACES.

       01  WS-TABELA-TURMAS.
      *Turma de cada curso/periodo, para achar a chamada da nota.
           05 WS-QTD-TURMAS            PIC 9(4) VALUE ZEROS.
           05 WS-TURMA-LINHA OCCURS 999 TIMES.
              10 WS-TT-TURMA-ID        PIC 9(4).
              10 WS-TT-CURSO-ID        PIC 9(4).
              10 WS-TT-PERIODO         PIC 9(6).
       01  WS-TABELA-GRADE.
      *curriculo.dat em ordem de programa e curso.
           05 WS-QTD-GRADE             PIC 9(4) VALUE ZEROS.
           05 WS-GRADE-LINHA OCCURS 999 TIMES.
              10 WS-TG-PROGRAMA        PIC 9(4).
              10 WS-TG-CURSO-ID        PIC 9(4).
       01  WS-TABELA-ALUNOS.
      *Alunos com nota no periodo apurado.
           05 WS-QTD-ALUNOS            PIC 9(4) VALUE ZEROS.
           05 WS-ALUNO-LINHA OCCURS 999 TIMES.
              10 WS-TA-STUDENT-ID      PIC 9(5).
              10 WS-TA-MEDIA           PIC 9(2)V99.
              10 WS-TA-REPROV-PERIODO  PIC 9(2).
              10 WS-TA-PROBATORIA      PIC X(1).
              10 WS-TA-CANDIDATO       PIC X(1).
      *S = concorre ao quadro do programa em apuracao.
              10 WS-TA-NO-QUADRO       PIC X(1).
       01  WS-TABELA-CURSOS-PERIODO.
      *Cursos de cada aluno no periodo (indice na tabela de alunos),
      *para saber de que programas ele participa.
           05 WS-QTD-CURSOS-PER        PIC 9(4) VALUE ZEROS.
           05 WS-CURSO-PER-LINHA OCCURS 2000 TIMES.
              10 WS-TC-IND-ALUNO       PIC 9(4).
              10 WS-TC-CURSO-ID        PIC 9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO LETIVO A APURAR (AAAAPP): '.
           ACCEPT WS-PERIODO-PEDIDO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-GRADE.
           PERFORM APURA-NOTAS.
           IF WS-QTD-ALUNOS = ZEROS
               DISPLAY 'NENHUMA NOTA LANCADA NO PERIODO '
                       WS-PERIODO-PEDIDO '.'
           ELSE
               PERFORM IMPRIME-PROBATORIA
               PERFORM IMPRIME-QUADRO-DE-HONRA
               DISPLAY 'ALUNOS APURADOS: ' WS-TOTAL-APURADOS
                       '  EM SITUACAO PROBATORIA: '
                       WS-TOTAL-PROBATORIA
               DISPLAY 'LISTAS NO SPOOL (PROG72).'.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSOES.
      *Layouts v2 de turma.dat (11_Migra_Turmas) e de student.dat
      *(15_Migra_Alunos), registrados no PROG82.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
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
           OPEN INPUT PARAM-PROBATORIA.
           IF WS-STATUS-PARAM-PROB = '00'
               READ PARAM-PROBATORIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-LIMITE-PERIODO IS NUMERIC AND
                               PARAM-LIMITE-PERIODO > ZEROS
                           MOVE PARAM-LIMITE-PERIODO
                               TO WS-LIMITE-PERIODO
                       END-IF
                       IF PARAM-LIMITE-ACUMULADO IS NUMERIC AND
                               PARAM-LIMITE-ACUMULADO > ZEROS
                           MOVE PARAM-LIMITE-ACUMULADO
                               TO WS-LIMITE-ACUMULADO
                       END-IF
                       IF PARAM-QTD-QUADRO IS NUMERIC AND
                               PARAM-QTD-QUADRO > ZEROS
                           MOVE PARAM-QTD-QUADRO TO WS-QTD-QUADRO
                       END-IF
               END-READ
               CLOSE PARAM-PROBATORIA
           END-IF.

       CARREGA-TURMAS.
           MOVE ZEROS TO WS-QTD-TURMAS.
           OPEN INPUT TURMA.
           IF WS-STATUS-TURMA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ TURMA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UMA-TURMA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE TURMA
           END-IF.

       GUARDA-UMA-TURMA.
           IF WS-QTD-TURMAS < 999
               ADD 1 TO WS-QTD-TURMAS
               MOVE TURMA-ID TO WS-TT-TURMA-ID (WS-QTD-TURMAS)
               MOVE TURMA-CURSO-ID TO WS-TT-CURSO-ID (WS-QTD-TURMAS)
               MOVE TURMA-PERIODO TO WS-TT-PERIODO (WS-QTD-TURMAS).
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-GRADE.
           OPEN INPUT CURRICULO.
           IF WS-STATUS-CURRICULO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ CURRICULO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UM-REQUISITO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE CURRICULO
           END-IF.

       GUARDA-UM-REQUISITO.
           IF WS-QTD-GRADE < 999
               ADD 1 TO WS-QTD-GRADE
               MOVE CURRICULO-PROGRAMA TO WS-TG-PROGRAMA (WS-QTD-GRADE)
               MOVE CURRICULO-CURSO-ID TO WS-TG-CURSO-ID (WS-QTD-GRADE).
           READ CURRICULO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * APURACAO - nota.dat esta em ordem de aluno; cada troca de
      * aluno fecha a conta do anterior. Notas de periodos
      * posteriores ao apurado nao entram.
      *-----------------------------------------------------------------
       APURA-NOTAS.
           MOVE ZEROS TO WS-QTD-ALUNOS.
           MOVE ZEROS TO WS-QTD-CURSOS-PER.
           OPEN INPUT NOTA.
           IF WS-STATUS-NOTA NOT = '00'
               DISPLAY 'ARQUIVO DE NOTAS NAO ENCONTRADO.'
           ELSE
               OPEN INPUT CURSO
               OPEN INPUT RECUPER
               IF WS-STATUS-RECUPER = '00'
                   MOVE 'S' TO WS-TEM-RECUPERACAO
               END-IF
               OPEN INPUT FREQUENCIA
               IF WS-STATUS-FREQUENCIA = '00'
                   MOVE 'S' TO WS-TEM-ARQ-FREQUENCIA
               END-IF
               OPEN I-O SITACAD
               IF WS-STATUS-SITACAD = '35'
                   OPEN OUTPUT SITACAD
                   CLOSE SITACAD
                   OPEN I-O SITACAD
               END-IF
               MOVE 'N' TO FINAL-ARQUIVO
               READ NOTA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM APURA-UM-ALUNO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE SITACAD
               IF WS-TEM-ARQ-FREQUENCIA = 'S'
                   CLOSE FREQUENCIA
               END-IF
               IF WS-TEM-RECUPERACAO = 'S'
                   CLOSE RECUPER
               END-IF
               CLOSE CURSO
               CLOSE NOTA.

       APURA-UM-ALUNO.
           MOVE NOTA-STUDENT-ID TO WS-ALUNO-CORRENTE.
           MOVE ZEROS TO WS-SOMA-NOTAS.
           MOVE ZEROS TO WS-QTD-CURSOS.
           MOVE ZEROS TO WS-REPROV-PERIODO.
           MOVE ZEROS TO WS-REPROV-ACUMULADAS.
      *O aluno entra na tabela ja na primeira nota do periodo, para
      *os cursos dele apontarem para a linha certa.
           PERFORM APURA-UMA-NOTA
               UNTIL FINAL-ARQUIVO = 'S' OR
                     NOTA-STUDENT-ID NOT = WS-ALUNO-CORRENTE.
           IF WS-QTD-CURSOS > ZEROS
               PERFORM FECHA-ALUNO.

       APURA-UMA-NOTA.
           IF NOTA-PERIODO NOT > WS-PERIODO-PEDIDO
               PERFORM CONFERE-REPROVACAO
               IF WS-REPROVADO = 'S'
                   ADD 1 TO WS-REPROV-ACUMULADAS
               END-IF
               IF NOTA-PERIODO = WS-PERIODO-PEDIDO
                   PERFORM CONTA-NOTA-DO-PERIODO
               END-IF
           END-IF.
           READ NOTA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONTA-NOTA-DO-PERIODO.
           IF WS-QTD-CURSOS = ZEROS AND WS-QTD-ALUNOS < 999
               ADD 1 TO WS-QTD-ALUNOS
               MOVE WS-ALUNO-CORRENTE
                   TO WS-TA-STUDENT-ID (WS-QTD-ALUNOS).
           ADD 1 TO WS-QTD-CURSOS.
           ADD WS-NOTA-CONSIDERADA TO WS-SOMA-NOTAS.
           IF WS-REPROVADO = 'S'
               ADD 1 TO WS-REPROV-PERIODO.
           IF WS-QTD-CURSOS-PER < 2000
               ADD 1 TO WS-QTD-CURSOS-PER
               MOVE WS-QTD-ALUNOS TO WS-TC-IND-ALUNO (WS-QTD-CURSOS-PER)
               MOVE NOTA-CURSO-ID TO WS-TC-CURSO-ID (WS-QTD-CURSOS-PER).

       CONFERE-REPROVACAO.
      *Regra do 04_Boletim: frequencia abaixo do minimo reprova por
      *falta mesmo com media; senao vale a media do curso.
           MOVE 'N' TO WS-REPROVADO.
           MOVE NOTA-CURSO-ID TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
                   MOVE ZEROS TO WS-MEDIA-DO-CURSO
               NOT INVALID KEY
                   MOVE CURSO-MEDIA-APROVACAO TO WS-MEDIA-DO-CURSO
           END-READ.
           PERFORM APURA-NOTA-CONSIDERADA.
           IF WS-NOTA-CONSIDERADA < WS-MEDIA-DO-CURSO
               MOVE 'S' TO WS-REPROVADO.
           IF WS-REPROVADO = 'N' AND WS-TEM-ARQ-FREQUENCIA = 'S'
               PERFORM APURA-FREQUENCIA-DA-NOTA
               IF WS-AULAS-DADAS > ZEROS
                   COMPUTE WS-FREQ-APURADA ROUNDED =
                       WS-PRESENCAS * 100 / WS-AULAS-DADAS
                   IF WS-FREQ-APURADA < WS-FREQ-MINIMA
                       MOVE 'S' TO WS-REPROVADO.

       APURA-NOTA-CONSIDERADA.
      *Nota que vale para a aprovacao: a final da recuperacao ja
      *aprovada no 10_Aprova_Notas (recuperacao.dat), quando houver;
      *senao NOTA-VALOR.
           MOVE NOTA-VALOR TO WS-NOTA-CONSIDERADA.
           IF WS-TEM-RECUPERACAO = 'S'
               MOVE NOTA-STUDENT-ID TO RECUPER-STUDENT-ID
               MOVE NOTA-CURSO-ID TO RECUPER-CURSO-ID
               MOVE NOTA-PERIODO TO RECUPER-PERIODO
               READ RECUPER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RECUPER-SITUACAO = 'A'
                           MOVE RECUPER-NOTA-FINAL
                               TO WS-NOTA-CONSIDERADA
                       END-IF
               END-READ.

       APURA-FREQUENCIA-DA-NOTA.
           MOVE ZEROS TO WS-AULAS-DADAS.
           MOVE ZEROS TO WS-PRESENCAS.
           MOVE ZEROS TO WS-TURMA-DO-CURSO.
           PERFORM PROCURA-TURMA-DA-NOTA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TURMAS OR
                     WS-TURMA-DO-CURSO > ZEROS.
           IF WS-TURMA-DO-CURSO > ZEROS
               PERFORM CONTA-FREQ-NA-TURMA.

       PROCURA-TURMA-DA-NOTA.
           IF WS-TT-CURSO-ID (WS-IND) = NOTA-CURSO-ID AND
                   WS-TT-PERIODO (WS-IND) = NOTA-PERIODO
               MOVE WS-TT-TURMA-ID (WS-IND) TO WS-TURMA-DO-CURSO.

       CONTA-FREQ-NA-TURMA.
           MOVE WS-TURMA-DO-CURSO TO FREQUENCIA-TURMA-ID.
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
                     FREQUENCIA-TURMA-ID NOT = WS-TURMA-DO-CURSO.

       CONTA-UMA-CHAMADA.
           IF FREQUENCIA-STUDENT-ID = WS-ALUNO-CORRENTE
               ADD 1 TO WS-AULAS-DADAS
               IF FREQUENCIA-PRESENTE = 'P'
                   ADD 1 TO WS-PRESENCAS
               END-IF
           END-IF.
           READ FREQUENCIA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-FREQUENCIA.

       FECHA-ALUNO.
           COMPUTE WS-MEDIA-ALUNO ROUNDED =
               WS-SOMA-NOTAS / WS-QTD-CURSOS.
           ADD 1 TO WS-TOTAL-APURADOS.
           MOVE WS-MEDIA-ALUNO TO WS-TA-MEDIA (WS-QTD-ALUNOS).
           MOVE WS-REPROV-PERIODO
               TO WS-TA-REPROV-PERIODO (WS-QTD-ALUNOS).
           MOVE 'N' TO WS-TA-PROBATORIA (WS-QTD-ALUNOS).
           IF WS-REPROV-PERIODO NOT < WS-LIMITE-PERIODO OR
                   WS-REPROV-ACUMULADAS NOT < WS-LIMITE-ACUMULADO
               MOVE 'S' TO WS-TA-PROBATORIA (WS-QTD-ALUNOS)
               ADD 1 TO WS-TOTAL-PROBATORIA.
           MOVE WS-ALUNO-CORRENTE TO SITACAD-STUDENT-ID.
           MOVE WS-PERIODO-PEDIDO TO SITACAD-PERIODO.
           MOVE WS-MEDIA-ALUNO TO SITACAD-MEDIA.
           MOVE WS-QTD-CURSOS TO SITACAD-CURSOS-PERIODO.
           MOVE WS-REPROV-PERIODO TO SITACAD-REPROV-PERIODO.
           MOVE WS-REPROV-ACUMULADAS TO SITACAD-REPROV-ACUMULADAS.
           MOVE WS-TA-PROBATORIA (WS-QTD-ALUNOS) TO SITACAD-PROBATORIA.
           MOVE WS-DATA-HOJE TO SITACAD-DATA.
           WRITE SITACAD-FILE
               INVALID KEY
      *Apuracao anterior do aluno: a nova substitui.
                   REWRITE SITACAD-FILE
                   END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------------
      * SITUACAO PROBATORIA - lista do periodo no spool.
      *-----------------------------------------------------------------
       IMPRIME-PROBATORIA.
           MOVE 'PROBATORIA' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'ALUNOS EM SITUACAO PROBATORIA - PERIODO '
                  WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'LIMITES: ' WS-LIMITE-PERIODO ' REPROVACOES NO'
                  ' PERIODO OU ' WS-LIMITE-ACUMULADO ' ACUMULADAS'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ALUNO NOME                       MEDIA REPR.PER'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT STUDENT.
           OPEN INPUT SITACAD.
           PERFORM IMPRIME-UM-PROBATORIO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ALUNOS.
           CLOSE SITACAD.
           CLOSE STUDENT.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'TOTAL EM SITUACAO PROBATORIA: ' WS-TOTAL-PROBATORIA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-UM-PROBATORIO.
           IF WS-TA-PROBATORIA (WS-IND) = 'S'
               PERFORM BUSCA-NOME-ALUNO
               MOVE WS-TA-STUDENT-ID (WS-IND) TO SITACAD-STUDENT-ID
               READ SITACAD RECORD
                   INVALID KEY
                       MOVE ZEROS TO SITACAD-REPROV-ACUMULADAS
               END-READ
               MOVE WS-TA-MEDIA (WS-IND) TO WS-MEDIA-EXIBE
               STRING WS-TA-STUDENT-ID (WS-IND) ' ' WS-NOME-ALUNO
                      '  ' WS-MEDIA-EXIBE '    '
                      WS-TA-REPROV-PERIODO (WS-IND)
                      '  ACUMULADAS ' SITACAD-REPROV-ACUMULADAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       BUSCA-NOME-ALUNO.
           MOVE WS-TA-STUDENT-ID (WS-IND) TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO WS-NOME-ALUNO
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO WS-NOME-ALUNO
           END-READ.

      *-----------------------------------------------------------------
      * QUADRO DE HONRA - por programa da grade, as maiores medias
      * do periodo entre os alunos com algum curso do programa no
      * periodo, sem reprovacao e fora da situacao probatoria.
      *-----------------------------------------------------------------
       IMPRIME-QUADRO-DE-HONRA.
           MOVE 'QUADRO-HONRA' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'QUADRO DE HONRA - PERIODO ' WS-PERIODO-PEDIDO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-QTD-GRADE = ZEROS
               MOVE 'NENHUMA GRADE CADASTRADA (09_Certificados).'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT STUDENT.
           MOVE ZEROS TO WS-PROGRAMA-ANTERIOR.
           PERFORM QUADRO-DE-UM-PROGRAMA
               VARYING WS-IND2 FROM 1 BY 1
               UNTIL WS-IND2 > WS-QTD-GRADE.
           CLOSE STUDENT.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       QUADRO-DE-UM-PROGRAMA.
      *A grade esta em ordem de programa: so a primeira linha de
      *cada programa dispara o quadro.
           IF WS-TG-PROGRAMA (WS-IND2) NOT = WS-PROGRAMA-ANTERIOR
               MOVE WS-TG-PROGRAMA (WS-IND2) TO WS-PROGRAMA-CORRENTE
               MOVE WS-PROGRAMA-CORRENTE TO WS-PROGRAMA-ANTERIOR
               PERFORM MARCA-CANDIDATOS
               MOVE ALL '-' TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               STRING 'PROGRAMA ' WS-PROGRAMA-CORRENTE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE ZEROS TO WS-POSICAO
               MOVE 1 TO WS-IND-MAIOR
               PERFORM ESCOLHE-PROXIMO-DO-QUADRO
                   UNTIL WS-POSICAO NOT < WS-QTD-QUADRO OR
                         WS-IND-MAIOR = ZEROS
               IF WS-POSICAO = ZEROS
                   MOVE '  (NENHUM ALUNO NO QUADRO)'
                       TO WS-LINHA-IMPRESSA
                   PERFORM GRAVA-LINHA-SPOOL.

       MARCA-CANDIDATOS.
           PERFORM DESMARCA-ALUNO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ALUNOS.
           PERFORM MARCA-SE-CURSO-DO-PROGRAMA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CURSOS-PER.

       DESMARCA-ALUNO.
           MOVE 'N' TO WS-TA-CANDIDATO (WS-IND).
           MOVE 'N' TO WS-TA-NO-QUADRO (WS-IND).

       MARCA-SE-CURSO-DO-PROGRAMA.
           MOVE WS-TC-IND-ALUNO (WS-IND) TO WS-IND-ALUNO.
           IF WS-TA-PROBATORIA (WS-IND-ALUNO) = 'N' AND
                   WS-TA-REPROV-PERIODO (WS-IND-ALUNO) = ZEROS AND
                   WS-TA-CANDIDATO (WS-IND-ALUNO) = 'N'
               MOVE 'N' TO WS-ACHOU
               MOVE 'N' TO WS-FIM-GRADE
               PERFORM CONFERE-CURSO-NA-GRADE
                   VARYING WS-IND3 FROM WS-IND2 BY 1
                   UNTIL WS-IND3 > WS-QTD-GRADE OR
                         WS-ACHOU = 'S' OR WS-FIM-GRADE = 'S'
               IF WS-ACHOU = 'S'
                   MOVE 'S' TO WS-TA-CANDIDATO (WS-IND-ALUNO).

       CONFERE-CURSO-NA-GRADE.
      *Anda pela grade a partir da primeira linha do programa
      *(WS-IND2) ate o programa seguinte.
           IF WS-TG-PROGRAMA (WS-IND3) NOT = WS-PROGRAMA-CORRENTE
               MOVE 'S' TO WS-FIM-GRADE
           ELSE
               IF WS-TG-CURSO-ID (WS-IND3) = WS-TC-CURSO-ID (WS-IND)
                   MOVE 'S' TO WS-ACHOU.

       ESCOLHE-PROXIMO-DO-QUADRO.
      *Maior media entre os candidatos ainda fora do quadro; no
      *empate fica o de menor codigo.
           MOVE ZEROS TO WS-IND-MAIOR.
           PERFORM COMPARA-CANDIDATO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ALUNOS.
           IF WS-IND-MAIOR > ZEROS
               MOVE 'S' TO WS-TA-NO-QUADRO (WS-IND-MAIOR)
               ADD 1 TO WS-POSICAO
               MOVE WS-IND-MAIOR TO WS-IND
               PERFORM BUSCA-NOME-ALUNO
               MOVE WS-TA-MEDIA (WS-IND) TO WS-MEDIA-EXIBE
               STRING '  ' WS-POSICAO '. ' WS-TA-STUDENT-ID (WS-IND)
                      ' ' WS-NOME-ALUNO '  MEDIA ' WS-MEDIA-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       COMPARA-CANDIDATO.
           IF WS-TA-CANDIDATO (WS-IND) = 'S' AND
                   WS-TA-NO-QUADRO (WS-IND) = 'N'
               IF WS-IND-MAIOR = ZEROS
                   MOVE WS-IND TO WS-IND-MAIOR
               ELSE
                   IF WS-TA-MEDIA (WS-IND) >
                           WS-TA-MEDIA (WS-IND-MAIOR)
                       MOVE WS-IND TO WS-IND-MAIOR.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
