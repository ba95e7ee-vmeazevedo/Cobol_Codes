      * e notas do aluno agrupados por periodo letivo, com a media do
      * periodo e a indicacao de aprovado/reprovado pela media de
      * aprovacao de cada curso, usando a paginacao compartilhada do
      * WSRELATORIO.cob. Nota com recuperacao aprovada
      * (recuperacao.dat) entra pela nota final da recuperacao, com
      * a nota original e a prova logo abaixo; recuperacao ainda em
      * andamento e sinalizada.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_STUDENT.cbl'.
           COPY 'SL_CURSO.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_AVALIACAO.cbl'.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_AVALIACAO.cbl'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-TEM-RECUPERACAO          PIC X VALUE 'N'.
       77  WS-ALUNO-PEDIDO             PIC 9(5) VALUE ZEROS.
       77  WS-QTD-NOTAS                PIC 9(03) VALUE ZEROS.
       77  WS-IND                      PIC 9(03) VALUE ZEROS.
              10 WS-TAB-TEM-FREQ       PIC X(01).
      *Percentual de presenca apurado em frequencia.dat na turma do
      *curso/periodo; N quando nao ha chamada lancada.
              10 WS-TAB-SIT-RECUPERACAO PIC X(01).
              10 WS-TAB-NOTA-ORIGINAL  PIC 9(02)V9.
              10 WS-TAB-NOTA-PROVA     PIC 9(02)V9.
      *Situacao da recuperacao da nota (espaco = sem recuperacao,
      *P/L/A como em recuperacao.dat). Com A, WS-TAB-NOTA ja e a
      *nota final e a original fica guardada para o detalhe.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM CONFERE-VERSAO-ALUNO.
           ACCEPT WS-DATA-EXECUCAO-RELATORIO FROM DATE YYYYMMDD.

           DISPLAY 'STUDENT-ID DO BOLETIM (1-99999): '.
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

       CARREGA-NOTAS-DO-ALUNO.
      *Le as notas do aluno em ordem de chave (curso, periodo) e
      *guarda na tabela junto com o nome e a media de aprovacao do
      *curso.
           OPEN INPUT NOTA.
           OPEN INPUT CURSO.
           MOVE 'N' TO WS-TEM-RECUPERACAO.
           OPEN INPUT RECUPER.
           IF WS-STATUS-RECUPER = '00'
               MOVE 'S' TO WS-TEM-RECUPERACAO.
           MOVE WS-ALUNO-PEDIDO TO NOTA-STUDENT-ID.
           MOVE ZEROS TO NOTA-CURSO-ID.
           MOVE ZEROS TO NOTA-PERIODO.
               UNTIL FINAL-ARQUIVO = 'S' OR
                     NOTA-STUDENT-ID NOT = WS-ALUNO-PEDIDO OR
                     WS-QTD-NOTAS >= 100.
           IF WS-TEM-RECUPERACAO = 'S'
               CLOSE RECUPER.
           CLOSE NOTA.
           CLOSE CURSO.

           MOVE 'N' TO WS-TAB-IMPRESSA (WS-QTD-NOTAS).
           MOVE ZEROS TO WS-TAB-FREQUENCIA (WS-QTD-NOTAS).
           MOVE 'N' TO WS-TAB-TEM-FREQ (WS-QTD-NOTAS).
           MOVE SPACE TO WS-TAB-SIT-RECUPERACAO (WS-QTD-NOTAS).
           MOVE NOTA-VALOR TO WS-TAB-NOTA-ORIGINAL (WS-QTD-NOTAS).
           MOVE ZEROS TO WS-TAB-NOTA-PROVA (WS-QTD-NOTAS).
           IF WS-TEM-RECUPERACAO = 'S'
               PERFORM BUSCA-RECUPERACAO-DA-NOTA.

           MOVE NOTA-CURSO-ID TO CURSO-ID.
           READ CURSO RECORD
           READ NOTA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       BUSCA-RECUPERACAO-DA-NOTA.
      *So a recuperacao aprovada no 10_Aprova_Notas troca a nota
      *que vale; pendente ou lancada so aparece como aviso.
           MOVE NOTA-STUDENT-ID TO RECUPER-STUDENT-ID.
           MOVE NOTA-CURSO-ID TO RECUPER-CURSO-ID.
           MOVE NOTA-PERIODO TO RECUPER-PERIODO.
           READ RECUPER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RECUPER-SITUACAO
                       TO WS-TAB-SIT-RECUPERACAO (WS-QTD-NOTAS)
                   IF RECUPER-SITUACAO = 'A'
                       MOVE RECUPER-NOTA-FINAL
                           TO WS-TAB-NOTA (WS-QTD-NOTAS)
                       MOVE RECUPER-NOTA-PROVA
                           TO WS-TAB-NOTA-PROVA (WS-QTD-NOTAS)
                   END-IF
           END-READ.

       IMPRIME-PERIODOS.
      *Cada volta encontra o proximo periodo ainda nao impresso e
      *imprime todas as notas daquele periodo com a media.
                       ' NOTA: ' WS-TAB-NOTA (WS-IND2)
                       '  FREQ: ' WS-TAB-FREQUENCIA (WS-IND2)
                       '%  REPROVADO'.
           IF WS-TAB-SIT-RECUPERACAO (WS-IND2) = 'A'
               DISPLAY '     RECUPERACAO: NOTA ORIGINAL '
                       WS-TAB-NOTA-ORIGINAL (WS-IND2)
                       '  PROVA ' WS-TAB-NOTA-PROVA (WS-IND2).
           IF WS-TAB-SIT-RECUPERACAO (WS-IND2) = 'P' OR
                   WS-TAB-SIT-RECUPERACAO (WS-IND2) = 'L'
               DISPLAY '     EM RECUPERACAO (RESULTADO PENDENTE)'.
           IF WS-TEM-ARQ-AVALIACAO = 'S'
               PERFORM IMPRIME-AVALIACOES.

