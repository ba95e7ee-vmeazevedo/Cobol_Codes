      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     13_Rematricula.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Rematricula em lote de um programa de estudos para o
      * periodo letivo seguinte, no lugar da matricula de um em um
      * no 05_Matriculas. Rode depois do fechamento das notas do
      * periodo que termina.
      *  - Alunos continuados: quem tem nota em algum curso da grade
      *    (curriculo.dat) e ainda nao foi aprovado em todos.
      *  - Cursos propostos: os da grade ainda sem aprovacao
      *    (NOTA-VALOR, ou a nota final da recuperacao aprovada
      *    em recuperacao.dat, nao menor que
      *    CURSO-MEDIA-APROVACAO) cujos
      *    pre-requisitos (prerequisitos.dat) ja foram aprovados, e
      *    em que o aluno nao esta matriculado nem na fila no
      *    periodo novo.
      *  - Vagas: as turmas do curso no periodo novo, pela
      *    capacidade; o excedente vai para a fila de espera
      *    (espera.dat). A prioridade e de quem tem mais cursos da
      *    grade aprovados; no empate, a ordem do codigo do aluno.
      * A proposta sai no spool central (PROG71) para conferencia e
      * so e gravada depois da confirmacao. As matriculas gravadas
      * entram na geracao de cobrancas do 08_Mensalidades como as
      * do 05_Matriculas.
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
           COPY 'SL_CURRICULO.cbl'.
           COPY 'SL_PREREQ.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_ESPERA.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_CURRICULO.cbl'.
           COPY 'FD_PREREQ.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_ESPERA.cbl'.

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
       77  WS-STATUS-CURRICULO         PIC X(02) VALUE '00'.
       77  WS-STATUS-PREREQ            PIC X(02) VALUE '00'.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-MATRICULA         PIC X(02) VALUE '00'.
       77  WS-STATUS-ESPERA            PIC X(02) VALUE '00'.
       77  WS-PROGRAMA-PEDIDO          PIC 9(4) VALUE ZEROS.
       77  WS-PERIODO-NOVO             PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-PODE-SEGUIR              PIC X VALUE 'S'.
       77  WS-TEM-NOTAS                PIC X VALUE 'N'.
       77  WS-TEM-PREREQ               PIC X VALUE 'N'.
       77  WS-FIM-NOTAS                PIC X VALUE 'N'.
       77  WS-FIM-PREREQ               PIC X VALUE 'N'.
       77  WS-ALUNO-PEDIDO             PIC 9(5) VALUE ZEROS.
       77  WS-CURSO-REQUISITO          PIC 9(4) VALUE ZEROS.
       77  WS-MEDIA-DO-CURSO           PIC 9(2)V9 VALUE ZEROS.
       77  WS-REQUISITO-OK             PIC X VALUE 'N'.
       77  WS-ACHOU-NOTA               PIC X VALUE 'N'.
       77  WS-TEM-HISTORICO            PIC X VALUE 'N'.
       77  WS-QTD-APROVADOS            PIC 9(3) VALUE ZEROS.
       77  WS-PRE-REQUISITOS-OK        PIC X VALUE 'S'.
       77  WS-JA-INSCRITO              PIC X VALUE 'N'.
       77  WS-ACHOU                    PIC X VALUE 'N'.
       77  WS-IC                       PIC 9(3) VALUE ZEROS.
       77  WS-IT                       PIC 9(3) VALUE ZEROS.
       77  WS-IJ                       PIC 9(4) VALUE ZEROS.
       77  WS-IP                       PIC 9(4) VALUE ZEROS.
       77  WS-PRIORIDADE               PIC S9(3) VALUE ZEROS.
       77  WS-TURMA-ACHADA             PIC 9(3) VALUE ZEROS.
       77  WS-TURMA-DA-FILA            PIC 9(3) VALUE ZEROS.
       77  WS-CURSO-PROCURA            PIC 9(4) VALUE ZEROS.
       77  WS-TURMA-PROCURA            PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-ALUNOS             PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-MATRICULAS         PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-FILA               PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-SEM-TURMA          PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-DESCARTADAS        PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-GRAVADAS           PIC 9(4) VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X VALUE 'N'.
       77  WS-NOME-ALUNO               PIC X(25) VALUE SPACES.
       77  WS-DESTINO-EXIBE            PIC X(20) VALUE SPACES.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'REMATRICULA'.

       01  WS-TABELA-CURSOS.
      *Grade do programa, com a media de aprovacao de cada curso e
      *a situacao do aluno da vez.
           05 WS-QTD-CURSOS            PIC 9(3) VALUE ZEROS.
           05 WS-CURSO-LINHA OCCURS 30 TIMES.
              10 WS-TC-CURSO           PIC 9(4).
              10 WS-TC-MEDIA           PIC 9(2)V9.
              10 WS-TC-APROVADO        PIC X.

       01  WS-TABELA-TURMAS.
      *Turmas do periodo novo dos cursos da grade; as vagas sao
      *ocupadas na simulacao da proposta.
           05 WS-QTD-TURMAS            PIC 9(3) VALUE ZEROS.
           05 WS-TURMA-LINHA OCCURS 100 TIMES.
              10 WS-TT-TURMA           PIC 9(4).
              10 WS-TT-CURSO           PIC 9(4).
              10 WS-TT-CAPACIDADE      PIC 9(3).
              10 WS-TT-OCUPADAS        PIC 9(3).
              10 WS-TT-ULTIMA-ORDEM    PIC 9(4).

       01  WS-TABELA-JA-INSCRITOS.
      *Aluno e curso ja matriculados ou na fila no periodo novo.
           05 WS-QTD-JA-INSCRITOS      PIC 9(4) VALUE ZEROS.
           05 WS-INSCRITO-LINHA OCCURS 1000 TIMES.
              10 WS-TJ-ALUNO           PIC 9(5).
              10 WS-TJ-CURSO           PIC 9(4).

       01  WS-TABELA-PROPOSTAS.
           05 WS-QTD-PROPOSTAS         PIC 9(4) VALUE ZEROS.
           05 WS-PROPOSTA-LINHA OCCURS 1000 TIMES.
              10 WS-TP-ALUNO           PIC 9(5).
              10 WS-TP-CURSO           PIC 9(4).
              10 WS-TP-PRIORIDADE      PIC 9(3).
              10 WS-TP-TURMA           PIC 9(4).
              10 WS-TP-DESTINO         PIC X.
      *M = matricula, E = fila de espera, S = sem turma no periodo.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM CONFERE-VERSAO-ALUNO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'REMATRICULA EM LOTE'.
           DISPLAY 'CODIGO DO PROGRAMA (1-9999): '.
           ACCEPT WS-PROGRAMA-PEDIDO.
           DISPLAY 'PERIODO LETIVO NOVO (AAAAPP): '.
           ACCEPT WS-PERIODO-NOVO.

           MOVE 'S' TO WS-PODE-SEGUIR.
           PERFORM CARREGA-GRADE.
           IF WS-PODE-SEGUIR = 'S'
               PERFORM CARREGA-TURMAS-DO-PERIODO.
           IF WS-PODE-SEGUIR = 'S'
               PERFORM CARREGA-JA-INSCRITOS
               PERFORM MONTA-PROPOSTAS
               PERFORM DISTRIBUI-VAGAS
               PERFORM IMPRIME-PROPOSTA
               PERFORM CONFIRMA-GRAVACAO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-TURMA.
      *Layout v2 de turma.dat, conferido como no 05_Matriculas.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
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

      *-----------------------------------------------------------------
      * CARGA - grade do programa, turmas do periodo novo e quem ja
      * esta matriculado ou na fila nelas.
      *-----------------------------------------------------------------
       CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-CURSOS.
           OPEN INPUT CURRICULO.
           IF WS-STATUS-CURRICULO NOT = '00'
               DISPLAY 'NENHUMA GRADE CADASTRADA AINDA.'
               MOVE 'N' TO WS-PODE-SEGUIR
           ELSE
               OPEN INPUT CURSO
               MOVE WS-PROGRAMA-PEDIDO TO CURRICULO-PROGRAMA
               MOVE ZEROS TO CURRICULO-CURSO-ID
               MOVE 'N' TO FINAL-ARQUIVO
               START CURRICULO KEY IS NOT LESS THAN CURRICULO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ CURRICULO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM GUARDA-CURSO-DA-GRADE
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         CURRICULO-PROGRAMA NOT = WS-PROGRAMA-PEDIDO
               CLOSE CURSO
               CLOSE CURRICULO
               IF WS-QTD-CURSOS = ZEROS
                   DISPLAY 'PROGRAMA SEM GRADE CADASTRADA.'
                   MOVE 'N' TO WS-PODE-SEGUIR.

       GUARDA-CURSO-DA-GRADE.
           IF WS-QTD-CURSOS < 30
               ADD 1 TO WS-QTD-CURSOS
               MOVE CURRICULO-CURSO-ID TO WS-TC-CURSO (WS-QTD-CURSOS)
               MOVE ZEROS TO WS-TC-MEDIA (WS-QTD-CURSOS)
               MOVE CURRICULO-CURSO-ID TO CURSO-ID
               READ CURSO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CURSO-MEDIA-APROVACAO
                           TO WS-TC-MEDIA (WS-QTD-CURSOS)
               END-READ
           ELSE
               DISPLAY 'GRADE COM MAIS DE 30 CURSOS; CURSO '
                       CURRICULO-CURSO-ID ' FICOU DE FORA.'.
           READ CURRICULO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CARREGA-TURMAS-DO-PERIODO.
           MOVE ZEROS TO WS-QTD-TURMAS.
           OPEN INPUT TURMA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM GUARDA-TURMA-DO-PERIODO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE TURMA.
           IF WS-QTD-TURMAS = ZEROS
               DISPLAY 'NENHUMA TURMA DA GRADE ABERTA NO PERIODO '
                       WS-PERIODO-NOVO '.'
               MOVE 'N' TO WS-PODE-SEGUIR.

       GUARDA-TURMA-DO-PERIODO.
           IF TURMA-PERIODO = WS-PERIODO-NOVO
               MOVE TURMA-CURSO-ID TO WS-CURSO-PROCURA
               PERFORM PROCURA-CURSO-NA-GRADE
               IF WS-ACHOU = 'S' AND WS-QTD-TURMAS < 100
                   ADD 1 TO WS-QTD-TURMAS
                   MOVE TURMA-ID TO WS-TT-TURMA (WS-QTD-TURMAS)
                   MOVE TURMA-CURSO-ID TO WS-TT-CURSO (WS-QTD-TURMAS)
                   MOVE TURMA-CAPACIDADE
                       TO WS-TT-CAPACIDADE (WS-QTD-TURMAS)
                   MOVE TURMA-MATRICULADOS
                       TO WS-TT-OCUPADAS (WS-QTD-TURMAS)
                   MOVE ZEROS TO WS-TT-ULTIMA-ORDEM (WS-QTD-TURMAS)
               END-IF
           END-IF.
           READ TURMA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       PROCURA-CURSO-NA-GRADE.
           MOVE 'N' TO WS-ACHOU.
           PERFORM CONFERE-CURSO-NA-GRADE
               VARYING WS-IC FROM 1 BY 1
               UNTIL WS-IC > WS-QTD-CURSOS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IC.

       CONFERE-CURSO-NA-GRADE.
           IF WS-TC-CURSO (WS-IC) = WS-CURSO-PROCURA
               MOVE 'S' TO WS-ACHOU.

       PROCURA-TURMA-NA-TABELA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM CONFERE-TURMA-NA-TABELA
               VARYING WS-IT FROM 1 BY 1
               UNTIL WS-IT > WS-QTD-TURMAS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IT.

       CONFERE-TURMA-NA-TABELA.
           IF WS-TT-TURMA (WS-IT) = WS-TURMA-PROCURA
               MOVE 'S' TO WS-ACHOU.

       CARREGA-JA-INSCRITOS.
      *Matriculas e fila das turmas do periodo novo; da fila guarda
      *tambem a ultima ordem de cada turma para a gravacao.
           MOVE ZEROS TO WS-QTD-JA-INSCRITOS.
           OPEN INPUT MATRICULA.
           IF WS-STATUS-MATRICULA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ MATRICULA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-MATRICULA-EXISTENTE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE MATRICULA.
           OPEN INPUT ESPERA.
           IF WS-STATUS-ESPERA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ESPERA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-ESPERA-EXISTENTE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ESPERA.

       GUARDA-MATRICULA-EXISTENTE.
           MOVE MATRICULA-TURMA-ID TO WS-TURMA-PROCURA.
           PERFORM PROCURA-TURMA-NA-TABELA.
           IF WS-ACHOU = 'S'
               MOVE MATRICULA-STUDENT-ID TO WS-ALUNO-PEDIDO
               PERFORM GUARDA-JA-INSCRITO.
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GUARDA-ESPERA-EXISTENTE.
           MOVE ESPERA-TURMA-ID TO WS-TURMA-PROCURA.
           PERFORM PROCURA-TURMA-NA-TABELA.
           IF WS-ACHOU = 'S'
               IF ESPERA-ORDEM > WS-TT-ULTIMA-ORDEM (WS-IT)
                   MOVE ESPERA-ORDEM TO WS-TT-ULTIMA-ORDEM (WS-IT)
               END-IF
               MOVE ESPERA-STUDENT-ID TO WS-ALUNO-PEDIDO
               PERFORM GUARDA-JA-INSCRITO.
           READ ESPERA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GUARDA-JA-INSCRITO.
           IF WS-QTD-JA-INSCRITOS < 1000
               ADD 1 TO WS-QTD-JA-INSCRITOS
               MOVE WS-ALUNO-PEDIDO
                   TO WS-TJ-ALUNO (WS-QTD-JA-INSCRITOS)
               MOVE WS-TT-CURSO (WS-IT)
                   TO WS-TJ-CURSO (WS-QTD-JA-INSCRITOS).

      *-----------------------------------------------------------------
      * PROPOSTAS - aluno a aluno, os cursos pendentes da grade com
      * os pre-requisitos cumpridos.
      *-----------------------------------------------------------------
       MONTA-PROPOSTAS.
           MOVE ZEROS TO WS-QTD-PROPOSTAS.
           MOVE ZEROS TO WS-TOTAL-ALUNOS.
           MOVE 'N' TO WS-TEM-NOTAS.
           OPEN INPUT NOTA.
           IF WS-STATUS-NOTA = '00'
               MOVE 'S' TO WS-TEM-NOTAS.
           MOVE 'N' TO WS-TEM-RECUPERACAO.
           OPEN INPUT RECUPER.
           IF WS-STATUS-RECUPER = '00'
               MOVE 'S' TO WS-TEM-RECUPERACAO.
           MOVE 'N' TO WS-TEM-PREREQ.
           OPEN INPUT PREREQ.
           IF WS-STATUS-PREREQ = '00'
               MOVE 'S' TO WS-TEM-PREREQ.
           OPEN INPUT CURSO.
           OPEN INPUT STUDENT.
           IF WS-TEM-NOTAS = 'S'
               MOVE 'N' TO FINAL-ARQUIVO
               READ STUDENT NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM AVALIA-UM-ALUNO
                   UNTIL FINAL-ARQUIVO = 'S'
           ELSE
               DISPLAY 'SEM NOTAS LANCADAS; NENHUM ALUNO CONTINUADO.'.
           CLOSE STUDENT.
           CLOSE CURSO.
           IF WS-TEM-PREREQ = 'S'
               CLOSE PREREQ.
           IF WS-TEM-RECUPERACAO = 'S'
               CLOSE RECUPER.
           IF WS-TEM-NOTAS = 'S'
               CLOSE NOTA.

       AVALIA-UM-ALUNO.
           MOVE STUDENT-ID TO WS-ALUNO-PEDIDO.
           MOVE 'N' TO WS-TEM-HISTORICO.
           MOVE ZEROS TO WS-QTD-APROVADOS.
           PERFORM SITUACAO-NO-CURSO
               VARYING WS-IC FROM 1 BY 1
               UNTIL WS-IC > WS-QTD-CURSOS.
           IF WS-TEM-HISTORICO = 'S' AND
                   WS-QTD-APROVADOS < WS-QTD-CURSOS
               ADD 1 TO WS-TOTAL-ALUNOS
               PERFORM PROPOE-CURSO
                   VARYING WS-IC FROM 1 BY 1
                   UNTIL WS-IC > WS-QTD-CURSOS.
           READ STUDENT NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SITUACAO-NO-CURSO.
           MOVE WS-TC-CURSO (WS-IC) TO WS-CURSO-REQUISITO.
           MOVE WS-TC-MEDIA (WS-IC) TO WS-MEDIA-DO-CURSO.
           PERFORM PROCURA-APROVACAO.
           IF WS-ACHOU-NOTA = 'S'
               MOVE 'S' TO WS-TEM-HISTORICO.
           MOVE WS-REQUISITO-OK TO WS-TC-APROVADO (WS-IC).
           IF WS-REQUISITO-OK = 'S'
               ADD 1 TO WS-QTD-APROVADOS.

       PROPOE-CURSO.
           IF WS-TC-APROVADO (WS-IC) = 'N'
               PERFORM VERIFICA-JA-INSCRITO
               IF WS-JA-INSCRITO = 'N'
                   PERFORM VERIFICA-PRE-REQUISITOS
                   IF WS-PRE-REQUISITOS-OK = 'S'
                       PERFORM GUARDA-PROPOSTA
                   END-IF
               END-IF
           END-IF.

       VERIFICA-JA-INSCRITO.
           MOVE 'N' TO WS-JA-INSCRITO.
           PERFORM CONFERE-UM-INSCRITO
               VARYING WS-IJ FROM 1 BY 1
               UNTIL WS-IJ > WS-QTD-JA-INSCRITOS OR
                     WS-JA-INSCRITO = 'S'.

       CONFERE-UM-INSCRITO.
           IF WS-TJ-ALUNO (WS-IJ) = WS-ALUNO-PEDIDO AND
                   WS-TJ-CURSO (WS-IJ) = WS-TC-CURSO (WS-IC)
               MOVE 'S' TO WS-JA-INSCRITO.

       VERIFICA-PRE-REQUISITOS.
      *Mesma regra do 05_Matriculas: aprovacao em cada
      *pre-requisito do curso.
           MOVE 'S' TO WS-PRE-REQUISITOS-OK.
           IF WS-TEM-PREREQ = 'S'
               MOVE WS-TC-CURSO (WS-IC) TO PREREQ-CURSO-ID
               MOVE ZEROS TO PREREQ-REQUISITO-ID
               MOVE 'N' TO WS-FIM-PREREQ
               START PREREQ KEY IS NOT LESS THAN PREREQ-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-FIM-PREREQ
               END-START
               IF WS-FIM-PREREQ = 'N'
                   READ PREREQ NEXT RECORD AT END
                       MOVE 'S' TO WS-FIM-PREREQ
                   END-READ
               END-IF
               PERFORM CONFERE-UM-PRE-REQUISITO
                   UNTIL WS-FIM-PREREQ = 'S' OR
                         PREREQ-CURSO-ID NOT = WS-TC-CURSO (WS-IC) OR
                         WS-PRE-REQUISITOS-OK = 'N'.

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
           PERFORM PROCURA-APROVACAO.
           IF WS-REQUISITO-OK = 'N'
               MOVE 'N' TO WS-PRE-REQUISITOS-OK
           ELSE
               READ PREREQ NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-PREREQ
               END-READ
           END-IF.

       PROCURA-APROVACAO.
      *Notas do aluno no curso em qualquer periodo (a chave e aluno
      *+ curso + periodo, entao a faixa e continua).
           MOVE 'N' TO WS-REQUISITO-OK.
           MOVE 'N' TO WS-ACHOU-NOTA.
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
           MOVE 'S' TO WS-ACHOU-NOTA.
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

       GUARDA-PROPOSTA.
           IF WS-QTD-PROPOSTAS < 1000
               ADD 1 TO WS-QTD-PROPOSTAS
               MOVE WS-ALUNO-PEDIDO TO WS-TP-ALUNO (WS-QTD-PROPOSTAS)
               MOVE WS-TC-CURSO (WS-IC)
                   TO WS-TP-CURSO (WS-QTD-PROPOSTAS)
               MOVE WS-QTD-APROVADOS
                   TO WS-TP-PRIORIDADE (WS-QTD-PROPOSTAS)
               MOVE ZEROS TO WS-TP-TURMA (WS-QTD-PROPOSTAS)
               MOVE 'S' TO WS-TP-DESTINO (WS-QTD-PROPOSTAS)
           ELSE
               ADD 1 TO WS-TOTAL-DESCARTADAS.

      *-----------------------------------------------------------------
      * VAGAS - da maior prioridade para a menor; dentro dela, na
      * ordem do codigo do aluno (ordem da montagem). A primeira
      * turma do curso com vaga leva a matricula; sem vaga, a fila
      * da primeira turma do curso.
      *-----------------------------------------------------------------
       DISTRIBUI-VAGAS.
           MOVE ZEROS TO WS-TOTAL-MATRICULAS.
           MOVE ZEROS TO WS-TOTAL-FILA.
           MOVE ZEROS TO WS-TOTAL-SEM-TURMA.
           PERFORM DISTRIBUI-UMA-PRIORIDADE
               VARYING WS-PRIORIDADE FROM 30 BY -1
               UNTIL WS-PRIORIDADE < ZEROS.

       DISTRIBUI-UMA-PRIORIDADE.
           PERFORM DISTRIBUI-UMA-PROPOSTA
               VARYING WS-IP FROM 1 BY 1
               UNTIL WS-IP > WS-QTD-PROPOSTAS.

       DISTRIBUI-UMA-PROPOSTA.
           IF WS-TP-PRIORIDADE (WS-IP) = WS-PRIORIDADE
               MOVE ZEROS TO WS-TURMA-ACHADA
               MOVE ZEROS TO WS-TURMA-DA-FILA
               PERFORM PROCURA-VAGA-DO-CURSO
                   VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > WS-QTD-TURMAS OR
                         WS-TURMA-ACHADA NOT = ZEROS
               PERFORM DEFINE-DESTINO
           END-IF.

       PROCURA-VAGA-DO-CURSO.
           IF WS-TT-CURSO (WS-IT) = WS-TP-CURSO (WS-IP)
               IF WS-TURMA-DA-FILA = ZEROS
                   MOVE WS-IT TO WS-TURMA-DA-FILA
               END-IF
               IF WS-TT-OCUPADAS (WS-IT) < WS-TT-CAPACIDADE (WS-IT)
                   MOVE WS-IT TO WS-TURMA-ACHADA
               END-IF
           END-IF.

       DEFINE-DESTINO.
           IF WS-TURMA-ACHADA NOT = ZEROS
               MOVE 'M' TO WS-TP-DESTINO (WS-IP)
               MOVE WS-TT-TURMA (WS-TURMA-ACHADA)
                   TO WS-TP-TURMA (WS-IP)
               ADD 1 TO WS-TT-OCUPADAS (WS-TURMA-ACHADA)
               ADD 1 TO WS-TOTAL-MATRICULAS.
           IF WS-TURMA-ACHADA = ZEROS AND
                   WS-TURMA-DA-FILA NOT = ZEROS
               MOVE 'E' TO WS-TP-DESTINO (WS-IP)
               MOVE WS-TT-TURMA (WS-TURMA-DA-FILA)
                   TO WS-TP-TURMA (WS-IP)
               ADD 1 TO WS-TOTAL-FILA.
           IF WS-TURMA-ACHADA = ZEROS AND WS-TURMA-DA-FILA = ZEROS
               MOVE 'S' TO WS-TP-DESTINO (WS-IP)
               ADD 1 TO WS-TOTAL-SEM-TURMA.

      *-----------------------------------------------------------------
      * PROPOSTA NO SPOOL - na ordem de prioridade.
      *-----------------------------------------------------------------
       IMPRIME-PROPOSTA.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'PROPOSTA DE REMATRICULA - PROGRAMA '
                  WS-PROGRAMA-PEDIDO ' PERIODO ' WS-PERIODO-NOVO
                  ' EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'PRI ALUNO NOME                      CURSO TURMA'
                  ' DESTINO'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           OPEN INPUT STUDENT.
           PERFORM IMPRIME-UMA-PRIORIDADE
               VARYING WS-PRIORIDADE FROM 30 BY -1
               UNTIL WS-PRIORIDADE < ZEROS.
           CLOSE STUDENT.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ALUNOS CONTINUADOS: ' WS-TOTAL-ALUNOS
                  '  MATRICULAS: ' WS-TOTAL-MATRICULAS
                  '  FILA: ' WS-TOTAL-FILA
                  '  SEM TURMA: ' WS-TOTAL-SEM-TURMA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-DESCARTADAS > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'PROPOSTAS ALEM DO LIMITE DE 1000, NAO '
                      'TRATADAS: ' WS-TOTAL-DESCARTADAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'PROPOSTA NO SPOOL (PROG72): ' WS-TOTAL-MATRICULAS
                   ' MATRICULAS, ' WS-TOTAL-FILA ' NA FILA, '
                   WS-TOTAL-SEM-TURMA ' SEM TURMA.'.

       IMPRIME-UMA-PRIORIDADE.
           PERFORM IMPRIME-UMA-PROPOSTA
               VARYING WS-IP FROM 1 BY 1
               UNTIL WS-IP > WS-QTD-PROPOSTAS.

       IMPRIME-UMA-PROPOSTA.
           IF WS-TP-PRIORIDADE (WS-IP) = WS-PRIORIDADE
               MOVE WS-TP-ALUNO (WS-IP) TO STUDENT-ID
               READ STUDENT RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-NOME-ALUNO
               END-READ
               PERFORM DESCREVE-DESTINO
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING WS-TP-PRIORIDADE (WS-IP) ' '
                      WS-TP-ALUNO (WS-IP) ' ' WS-NOME-ALUNO ' '
                      WS-TP-CURSO (WS-IP) '  ' WS-TP-TURMA (WS-IP)
                      ' ' WS-DESTINO-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.

       DESCREVE-DESTINO.
           IF WS-TP-DESTINO (WS-IP) = 'M'
               MOVE 'MATRICULA' TO WS-DESTINO-EXIBE.
           IF WS-TP-DESTINO (WS-IP) = 'E'
               MOVE 'FILA DE ESPERA' TO WS-DESTINO-EXIBE.
           IF WS-TP-DESTINO (WS-IP) = 'S'
               MOVE 'SEM TURMA NO PERIODO' TO WS-DESTINO-EXIBE.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

      *-----------------------------------------------------------------
      * GRAVACAO - so depois da conferencia da proposta. A vaga e
      * conferida de novo na turma: matricula feita no 05_Matriculas
      * entre a proposta e a gravacao manda o aluno para a fila.
      *-----------------------------------------------------------------
       CONFIRMA-GRAVACAO.
           IF WS-TOTAL-MATRICULAS = ZEROS AND WS-TOTAL-FILA = ZEROS
               DISPLAY 'NADA A GRAVAR.'
           ELSE
               DISPLAY 'CONFIRA A PROPOSTA NO SPOOL. GRAVA A'
                       ' REMATRICULA? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM GRAVA-REMATRICULA
               ELSE
                   DISPLAY 'PROPOSTA DESCARTADA; NADA FOI GRAVADO.'.

       GRAVA-REMATRICULA.
           MOVE ZEROS TO WS-TOTAL-GRAVADAS.
           MOVE ZEROS TO WS-TOTAL-FILA.
           OPEN I-O TURMA.
           OPEN I-O MATRICULA.
           IF WS-STATUS-MATRICULA = '35'
               OPEN OUTPUT MATRICULA
               CLOSE MATRICULA
               OPEN I-O MATRICULA.
           OPEN I-O ESPERA.
           IF WS-STATUS-ESPERA = '35'
      *Primeira fila cria o arquivo.
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA.
           PERFORM GRAVA-UMA-PRIORIDADE
               VARYING WS-PRIORIDADE FROM 30 BY -1
               UNTIL WS-PRIORIDADE < ZEROS.
           CLOSE ESPERA.
           CLOSE MATRICULA.
           CLOSE TURMA.
           DISPLAY 'REMATRICULA GRAVADA: ' WS-TOTAL-GRAVADAS
                   ' MATRICULAS, ' WS-TOTAL-FILA ' NA FILA DE ESPERA.'.

       GRAVA-UMA-PRIORIDADE.
           PERFORM GRAVA-UMA-PROPOSTA
               VARYING WS-IP FROM 1 BY 1
               UNTIL WS-IP > WS-QTD-PROPOSTAS.

       GRAVA-UMA-PROPOSTA.
           IF WS-TP-PRIORIDADE (WS-IP) = WS-PRIORIDADE
               IF WS-TP-DESTINO (WS-IP) = 'M'
                   PERFORM GRAVA-MATRICULA-PROPOSTA
               END-IF
               IF WS-TP-DESTINO (WS-IP) = 'E'
                   PERFORM GRAVA-FILA-PROPOSTA
               END-IF
           END-IF.

       GRAVA-MATRICULA-PROPOSTA.
           MOVE WS-TP-TURMA (WS-IP) TO TURMA-ID.
           READ TURMA RECORD
               INVALID KEY
                   MOVE 'S' TO WS-TP-DESTINO (WS-IP)
           END-READ.
           IF WS-TP-DESTINO (WS-IP) = 'M' AND
                   TURMA-MATRICULADOS >= TURMA-CAPACIDADE
               MOVE 'E' TO WS-TP-DESTINO (WS-IP)
               PERFORM GRAVA-FILA-PROPOSTA.
           IF WS-TP-DESTINO (WS-IP) = 'M'
               MOVE WS-TP-TURMA (WS-IP) TO MATRICULA-TURMA-ID
               MOVE WS-TP-ALUNO (WS-IP) TO MATRICULA-STUDENT-ID
               MOVE WS-DATA-HOJE TO MATRICULA-DATA
               WRITE MATRICULA-FILE
                   INVALID KEY
                       DISPLAY 'ALUNO ' WS-TP-ALUNO (WS-IP)
                               ' JA MATRICULADO NA TURMA '
                               WS-TP-TURMA (WS-IP) '.'
                   NOT INVALID KEY
                       ADD 1 TO TURMA-MATRICULADOS
                       REWRITE TURMA-FILE
                       END-REWRITE
                       ADD 1 TO WS-TOTAL-GRAVADAS
               END-WRITE.

       GRAVA-FILA-PROPOSTA.
           MOVE WS-TP-TURMA (WS-IP) TO WS-TURMA-PROCURA.
           PERFORM PROCURA-TURMA-NA-TABELA.
           ADD 1 TO WS-TT-ULTIMA-ORDEM (WS-IT).
           MOVE WS-TP-TURMA (WS-IP) TO ESPERA-TURMA-ID.
           MOVE WS-TT-ULTIMA-ORDEM (WS-IT) TO ESPERA-ORDEM.
           MOVE WS-TP-ALUNO (WS-IP) TO ESPERA-STUDENT-ID.
           MOVE WS-DATA-HOJE TO ESPERA-DATA.
           WRITE ESPERA-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A FILA DA TURMA '
                           WS-TP-TURMA (WS-IP) '.'
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FILA
           END-WRITE.
