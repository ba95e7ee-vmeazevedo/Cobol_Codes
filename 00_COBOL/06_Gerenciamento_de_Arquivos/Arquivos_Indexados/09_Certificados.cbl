      * (curriculo.dat) lista os cursos obrigatorios de cada
      * programa de estudos; a verificacao de conclusao percorre as
      * NOTAS do aluno confirmando aprovacao em cada requisito pela
      * media do curso (CURSO-MEDIA-APROVACAO) - com recuperacao
      * aprovada (recuperacao.dat), vale a nota final da
      * recuperacao; o certificado sai com numero sequencial,
      * registrado em certificados.dat para conferencia e
      * reimpressao, e impresso pelo spool central (PROG71). A
      * entrega vai enderecada ao responsavel financeiro do aluno,
      * quando cadastrado.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_STUDENT.cbl'.
           COPY 'SL_CURSO.cbl'.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_CURRICULO.cbl'.
           COPY 'SL_CERTIFICADO.cbl'.

           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_CURRICULO.cbl'.
           COPY 'FD_CERTIFICADO.cbl'.

       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-TEM-RECUPERACAO          PIC X VALUE 'N'.
       77  WS-NOTA-CONSIDERADA         PIC 9(2)V9 VALUE ZEROS.
       77  WS-STATUS-CURRICULO         PIC X(02) VALUE '00'.
       77  WS-STATUS-CERTIFICADO       PIC X(02) VALUE '00'.
       77  WS-PROGRAMA-PEDIDO          PIC 9(4) VALUE ZEROS.
       77  WS-QTD-REQUISITOS           PIC 9(3) VALUE ZEROS.
       77  WS-QTD-APROVADOS            PIC 9(3) VALUE ZEROS.
       77  WS-FIM-NOTAS                PIC X VALUE 'N'.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-DEST-NOME                PIC X(25) VALUE SPACES.
       77  WS-DEST-CPF                 PIC X(11) VALUE SPACES.
       77  WS-PROXIMO-NUMERO           PIC 9(6) VALUE ZEROS.
       77  WS-NUMERO-PEDIDO            PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-ALUNO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82).
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
           DISPLAY 'GRADE CURRICULAR E CERTIFICADOS'.
               CLOSE CURSO
               CLOSE CURRICULO
               GOBACK.
           MOVE 'N' TO WS-TEM-RECUPERACAO.
           OPEN INPUT RECUPER.
           IF WS-STATUS-RECUPER = '00'
               MOVE 'S' TO WS-TEM-RECUPERACAO.
           MOVE WS-PROGRAMA-PEDIDO TO CURRICULO-PROGRAMA.
           MOVE ZEROS TO CURRICULO-CURSO-ID.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM CONFERE-UM-REQUISITO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     CURRICULO-PROGRAMA NOT = WS-PROGRAMA-PEDIDO.
           IF WS-TEM-RECUPERACAO = 'S'
               CLOSE RECUPER.
           CLOSE NOTA.
           CLOSE CURSO.
           CLOSE CURRICULO.
                     WS-REQUISITO-OK = 'S'.

       EXAMINA-UMA-NOTA.
           PERFORM APURA-NOTA-CONSIDERADA.
           IF WS-NOTA-CONSIDERADA NOT < WS-MEDIA-DO-CURSO
               MOVE 'S' TO WS-REQUISITO-OK
           ELSE
               READ NOTA NEXT RECORD AT END
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

      *-----------------------------------------------------------------
      * EMISSAO - so com o programa concluido; o numero e a maior
      * numeracao ja emitida mais um.
           MOVE CERTIFICADO-STUDENT-ID TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
                   MOVE SPACES TO STUDENT-FILE
                   MOVE '(SEM CADASTRO)' TO STUDENT-NAME
                   MOVE ZEROS TO STUDENT-CEP
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE STUDENT.
           PERFORM MONTA-DESTINATARIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'ENTREGA A/C ' WS-DEST-NOME
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING STUDENT-ENDERECO ' ' STUDENT-CIDADE ' '
                  STUDENT-UF ' CEP ' STUDENT-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'CERTIFICADO ' CERTIFICADO-NUMERO
                   ' EMITIDO E NO SPOOL (PROG72).'.

       MONTA-DESTINATARIO.
      *Com responsavel financeiro cadastrado o documento sai em nome
      *dele; sem, em nome do proprio aluno.
           IF STUDENT-RESP-NOME = SPACES
               MOVE STUDENT-NAME TO WS-DEST-NOME
               MOVE STUDENT-CPF TO WS-DEST-CPF
           ELSE
               MOVE STUDENT-RESP-NOME TO WS-DEST-NOME
               MOVE STUDENT-RESP-CPF TO WS-DEST-CPF.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
