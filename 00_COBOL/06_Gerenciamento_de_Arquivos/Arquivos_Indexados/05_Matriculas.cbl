      * espera (espera.dat, em ordem de chegada); o cancelamento de
      * matricula promove automaticamente o primeiro da fila e ha a
      * listagem de posicoes para a secretaria responder "ja
      * entrei?". Curso com pre-requisitos (prerequisitos.dat,
      * mantido pelo 12_Pre_Requisitos) so aceita matricula ou fila
      * de espera do aluno aprovado (NOTA-VALOR nao menor que a
      * media do curso) em cada pre-requisito; a falta so passa com
      * liberacao de supervisor, gravada em
      * auditoria_prerequisitos.log. Aluno em situacao probatoria
      * na ultima apuracao de fim de periodo (situacao_academica.dat,
      * do 17_Situacao_Academica) e sinalizado na matricula. Nota
      * com recuperacao aprovada (recuperacao.dat) vale pela nota
      * final da recuperacao.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_ESPERA.cbl'.
           COPY 'SL_PREREQ.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_SITACAD.cbl'.

           SELECT OPTIONAL AUDITORIA-PREREQ
           ASSIGN TO 'auditoria_prerequisitos.log'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_ESPERA.cbl'.
           COPY 'FD_PREREQ.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_SITACAD.cbl'.

       FD  AUDITORIA-PREREQ.
       01  REGISTRO-AUDITORIA-PREREQ PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-ORDEM-PROMOVIDA          PIC 9(4) VALUE ZEROS.
       77  WS-POSICAO                  PIC 9(4) VALUE ZEROS.
       77  WS-FIM-ESPERA               PIC X(1) VALUE 'N'.
       77  WS-STATUS-PREREQ            PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-TEM-RECUPERACAO          PIC X VALUE 'N'.
       77  WS-NOTA-CONSIDERADA         PIC 9(2)V9 VALUE ZEROS.
       77  WS-STATUS-SITACAD           PIC X(02) VALUE '00'.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR           PIC 9(1) VALUE ZERO.
       77  WS-FIM-PREREQ               PIC X(1) VALUE 'N'.
       77  WS-FIM-NOTAS                PIC X(1) VALUE 'N'.
       77  WS-TEM-NOTAS                PIC X(1) VALUE 'N'.
       77  WS-CURSO-REQUISITO          PIC 9(4) VALUE ZEROS.
       77  WS-MEDIA-DO-CURSO           PIC 9(2)V9 VALUE ZEROS.
       77  WS-REQUISITO-OK             PIC X(1) VALUE 'N'.
       77  WS-QTD-PENDENTES            PIC 9(3) VALUE ZEROS.
       77  WS-RESPOSTA-LIBERACAO       PIC X(1) VALUE SPACE.
       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
               10 WS-ANO-ATUAL  PIC 9(04).
               10 WS-MES-ATUAL  PIC 9(02).
               10 WS-DIA-ATUAL  PIC 9(02).
           05 WS-HORA-ATUAL.
               10 WS-HOR-ATUAL  PIC 9(02).
               10 WS-MIN-ATUAL  PIC 9(02).
               10 WS-SEG-ATUAL  PIC 9(02).
               10 FILLER        PIC 9(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM CONFERE-VERSAO-ALUNO.
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
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

               MOVE 16 TO RETURN-CODE
               STOP RUN.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82), conferido antes do OPEN como no 14_Boletos.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'MATRICULAS'.
           CLOSE TURMA.

      *-----------------------------------------------------------------
      * MATRICULA: recusa aluno inexistente, turma inexistente,
      * pre-requisito nao cumprido (antes da fila de espera), turma
      * lotada, matricula repetida na turma e matricula repetida no
      * mesmo curso/periodo em outra turma.
      *-----------------------------------------------------------------
           CLOSE STUDENT.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'ALUNO NAO CADASTRADO NO ARQUIVO STUDENT.'
               MOVE 'X' TO WS-PODE-MATRICULAR
           ELSE
               PERFORM MOSTRA-SITUACAO-ACADEMICA.

       MOSTRA-SITUACAO-ACADEMICA.
      *So sinaliza: a matricula do aluno em situacao probatoria
      *segue, para a secretaria encaminhar ao acompanhamento.
           OPEN INPUT SITACAD.
           IF WS-STATUS-SITACAD = '00'
               MOVE WS-ALUNO-PEDIDO TO SITACAD-STUDENT-ID
               READ SITACAD RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITACAD-PROBATORIA = 'S'
                           DISPLAY '*** ALUNO EM SITUACAO PROBATORIA'
                                   ' (PERIODO ' SITACAD-PERIODO ': '
                                   SITACAD-REPROV-PERIODO
                                   ' REPROVACOES NO PERIODO, '
                                   SITACAD-REPROV-ACUMULADAS
                                   ' ACUMULADAS) ***'
                       END-IF
               END-READ
               CLOSE SITACAD.

       VERIFICA-TURMA-E-VAGA.
      *A turma fica aberta (I-O) ate o fim da matricula para o
               DISPLAY 'TURMA NAO CADASTRADA.'
               MOVE 'N' TO WS-PODE-MATRICULAR
           ELSE
               MOVE TURMA-CURSO-ID TO WS-CURSO-DA-TURMA
               PERFORM VERIFICA-PRE-REQUISITOS
           END-IF.
           IF WS-PODE-MATRICULAR = 'S'
               IF TURMA-MATRICULADOS >= TURMA-CAPACIDADE
                   DISPLAY 'TURMA LOTADA (' TURMA-CAPACIDADE
                           ' VAGAS). MATRICULA RECUSADA.'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PRE-REQUISITOS - cada pre-requisito do curso da turma precisa
      * de ao menos uma NOTA do aluno nao menor que a media do curso
      * exigido, em qualquer periodo (mesma conferencia da conclusao
      * do 09_Certificados). Sem o arquivo de pre-requisitos, nenhum
      * curso exige nada.
      *-----------------------------------------------------------------
       VERIFICA-PRE-REQUISITOS.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           OPEN INPUT PREREQ.
           IF WS-STATUS-PREREQ = '00'
               PERFORM CONFERE-PRE-REQUISITOS
               CLOSE PREREQ
           END-IF.
           IF WS-QTD-PENDENTES > ZEROS
               PERFORM TRATA-FALTA-DE-PRE-REQUISITO.

       CONFERE-PRE-REQUISITOS.
           OPEN INPUT CURSO.
           MOVE 'N' TO WS-TEM-NOTAS.
           OPEN INPUT NOTA.
           IF WS-STATUS-NOTA = '00'
               MOVE 'S' TO WS-TEM-NOTAS.
           MOVE 'N' TO WS-TEM-RECUPERACAO.
           OPEN INPUT RECUPER.
           IF WS-STATUS-RECUPER = '00'
               MOVE 'S' TO WS-TEM-RECUPERACAO.
           MOVE WS-CURSO-DA-TURMA TO PREREQ-CURSO-ID.
           MOVE ZEROS TO PREREQ-REQUISITO-ID.
           MOVE 'N' TO WS-FIM-PREREQ.
           START PREREQ KEY IS NOT LESS THAN PREREQ-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-PREREQ.
           IF WS-FIM-PREREQ = 'N'
               READ PREREQ NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-PREREQ
               END-READ.
           PERFORM CONFERE-UM-PRE-REQUISITO
               UNTIL WS-FIM-PREREQ = 'S' OR
                     PREREQ-CURSO-ID NOT = WS-CURSO-DA-TURMA.
           IF WS-TEM-RECUPERACAO = 'S'
               CLOSE RECUPER.
           IF WS-TEM-NOTAS = 'S'
               CLOSE NOTA.
           CLOSE CURSO.

       CONFERE-UM-PRE-REQUISITO.
           MOVE PREREQ-REQUISITO-ID TO WS-CURSO-REQUISITO.
           MOVE ZEROS TO WS-MEDIA-DO-CURSO.
           MOVE WS-CURSO-REQUISITO TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CURSO-MEDIA-APROVACAO
                       TO WS-MEDIA-DO-CURSO
           END-READ.
           MOVE 'N' TO WS-REQUISITO-OK.
           IF WS-TEM-NOTAS = 'S'
               PERFORM PROCURA-APROVACAO.
           IF WS-REQUISITO-OK = 'N'
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY 'PRE-REQUISITO NAO CUMPRIDO: CURSO '
                       WS-CURSO-REQUISITO.
           READ PREREQ NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-PREREQ.

       PROCURA-APROVACAO.
      *Notas do aluno no curso em qualquer periodo (a chave e aluno
      *+ curso + periodo, entao a faixa e continua).
           MOVE WS-ALUNO-PEDIDO TO NOTA-STUDENT-ID.
           MOVE WS-CURSO-REQUISITO TO NOTA-CURSO-ID.
           MOVE ZEROS TO NOTA-PERIODO.
           MOVE 'N' TO WS-FIM-NOTAS.
           START NOTA KEY IS NOT LESS THAN NOTA-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-NOTAS.
           IF WS-FIM-NOTAS = 'N'
               READ NOTA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-NOTAS
               END-READ.
           PERFORM EXAMINA-UMA-NOTA
               UNTIL WS-FIM-NOTAS = 'S' OR
                     NOTA-STUDENT-ID NOT = WS-ALUNO-PEDIDO OR
                     NOTA-CURSO-ID NOT = WS-CURSO-REQUISITO OR
                     WS-REQUISITO-OK = 'S'.

       EXAMINA-UMA-NOTA.
           PERFORM APURA-NOTA-CONSIDERADA.
           IF WS-NOTA-CONSIDERADA NOT < WS-MEDIA-DO-CURSO
               MOVE 'S' TO WS-REQUISITO-OK
           ELSE
               READ NOTA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-NOTAS
               END-READ
           END-IF.

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

       TRATA-FALTA-DE-PRE-REQUISITO.
      *Recusa vale tambem para a fila de espera; o supervisor pode
      *liberar (transferencia, aproveitamento de estudos...) e a
      *liberacao fica na trilha.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'MATRICULA RECUSADA. LIBERACAO EXIGE'
                       ' SUPERVISOR (NIVEL 2).'
               MOVE 'N' TO WS-PODE-MATRICULAR
           ELSE
               DISPLAY 'LIBERAR MESMO ASSIM? (S/N)'
               ACCEPT WS-RESPOSTA-LIBERACAO
               IF WS-RESPOSTA-LIBERACAO = 'S' OR
                       WS-RESPOSTA-LIBERACAO = 's'
                   PERFORM GRAVA-AUDITORIA-PREREQ
               ELSE
                   DISPLAY 'MATRICULA RECUSADA.'
                   MOVE 'N' TO WS-PODE-MATRICULAR
               END-IF
           END-IF.

       GRAVA-AUDITORIA-PREREQ.
           OPEN EXTEND AUDITORIA-PREREQ.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-PREREQ.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' ALUNO=' WS-ALUNO-PEDIDO
                  ' TURMA=' WS-TURMA-PEDIDA
                  ' CURSO=' WS-CURSO-DA-TURMA
                  ' PENDENTES=' WS-QTD-PENDENTES
                  ' LIBERADO=S'
                  ' SUPERVISOR=' WS-OPERADOR
                  DELIMITED BY SIZE
                  INTO REGISTRO-AUDITORIA-PREREQ
           END-STRING.
           WRITE REGISTRO-AUDITORIA-PREREQ.
           CLOSE AUDITORIA-PREREQ.

       EFETIVA-MATRICULA.
           OPEN I-O MATRICULA.
           IF WS-STATUS-MATRICULA = '35'
