      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     12_Pre_Requisitos.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Pre-requisitos por curso (prerequisitos.dat): quais
      * cursos o aluno precisa ter aprovado (NOTA-VALOR nao menor
      * que CURSO-MEDIA-APROVACAO, em qualquer periodo) antes de se
      * matricular; nota com recuperacao aprovada (recuperacao.dat)
      * vale pela nota final da recuperacao. A grade (curriculo.dat)
      * diz o que o programa exige; este arquivo diz em que ordem.
      * O 05_Matriculas confere na matricula e na fila de espera. O
      * relatorio de matriculas fora da regra varre as matriculas
      * atuais, para a secretaria limpar as turmas formadas antes
      * dos pre-requisitos, e marca as liberadas por supervisor
      * (auditoria_prerequisitos.log); sai pelo spool central
      * (PROG71).
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
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_PREREQ.cbl'.

           SELECT OPTIONAL AUDITORIA-PREREQ
           ASSIGN TO 'auditoria_prerequisitos.log'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_CURSO.cbl'.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_PREREQ.cbl'.

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
       77  WS-STATUS-CURSO             PIC X(02) VALUE '00'.
       77  WS-STATUS-NOTA              PIC X(02) VALUE '00'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-TEM-RECUPERACAO          PIC X VALUE 'N'.
       77  WS-NOTA-CONSIDERADA         PIC 9(2)V9 VALUE ZEROS.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-MATRICULA         PIC X(02) VALUE '00'.
       77  WS-STATUS-PREREQ            PIC X(02) VALUE '00'.
       77  WS-CURSO-PEDIDO             PIC 9(4) VALUE ZEROS.
       77  WS-REQUISITO-PEDIDO         PIC 9(4) VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X VALUE 'N'.
       77  WS-TOTAL-LISTADOS           PIC 9(3) VALUE ZEROS.
       77  WS-ALUNO-PEDIDO             PIC 9(5) VALUE ZEROS.
       77  WS-CURSO-DA-TURMA           PIC 9(4) VALUE ZEROS.
       77  WS-CURSO-REQUISITO          PIC 9(4) VALUE ZEROS.
       77  WS-MEDIA-DO-CURSO           PIC 9(2)V9 VALUE ZEROS.
       77  WS-REQUISITO-OK             PIC X VALUE 'N'.
       77  WS-TEM-NOTAS                PIC X VALUE 'N'.
       77  WS-FIM-NOTAS                PIC X VALUE 'N'.
       77  WS-FIM-PREREQ               PIC X VALUE 'N'.
       77  WS-FIM-AUDITORIA            PIC X VALUE 'N'.
       77  WS-LIBERADA                 PIC X VALUE 'N'.
       77  WS-NOME-ALUNO               PIC X(25) VALUE SPACES.
       77  WS-MARCA-LIBERADA           PIC X(20) VALUE SPACES.
       77  WS-TOTAL-MATRICULAS         PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-FORA-DA-REGRA      PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-LIBERADAS          PIC 9(5) VALUE ZEROS.
       77  WS-PENDENTES-DA-MATRICULA   PIC 9(3) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'PRE-REQUISITOS'.
       01  WS-LINHA-AUDITORIA.
      *Mapa da linha gravada pelo 05_Matriculas na liberacao.
           05 FILLER PIC X(26).
           05 WS-AUD-ALUNO PIC X(05).
           05 FILLER PIC X(07).
           05 WS-AUD-TURMA PIC X(04).
           05 FILLER PIC X(78).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'PRE-REQUISITOS DE CURSOS'.
           DISPLAY '1. INCLUIR PRE-REQUISITO'.
           DISPLAY '2. LISTAR PRE-REQUISITOS DE UM CURSO'.
           DISPLAY '3. EXCLUIR PRE-REQUISITO'.
           DISPLAY '4. MATRICULAS FORA DA REGRA (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-PRE-REQUISITO.
           IF WS-OPCAO = 2
               PERFORM LISTAR-PRE-REQUISITOS.
           IF WS-OPCAO = 3
               PERFORM EXCLUIR-PRE-REQUISITO.
           IF WS-OPCAO = 4
               PERFORM RELATORIO-FORA-DA-REGRA.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      * MANUTENCAO - os dois cursos precisam existir e ser
      * diferentes.
      *-----------------------------------------------------------------
       INCLUIR-PRE-REQUISITO.
           DISPLAY 'CURSO-ID QUE EXIGE (1-9999): '.
           ACCEPT WS-CURSO-PEDIDO.
           DISPLAY 'CURSO-ID EXIGIDO (1-9999): '.
           ACCEPT WS-REQUISITO-PEDIDO.
           MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF WS-CURSO-PEDIDO = WS-REQUISITO-PEDIDO
               DISPLAY 'O CURSO NAO PODE EXIGIR ELE MESMO.'
               MOVE 'N' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'S'
               PERFORM VALIDA-OS-DOIS-CURSOS.
           IF REGISTRO-ENCONTRADO = 'S'
               OPEN I-O PREREQ
               IF WS-STATUS-PREREQ = '35'
      *Primeiro pre-requisito cria o arquivo.
                   OPEN OUTPUT PREREQ
                   CLOSE PREREQ
                   OPEN I-O PREREQ
               END-IF
               MOVE WS-CURSO-PEDIDO TO PREREQ-CURSO-ID
               MOVE WS-REQUISITO-PEDIDO TO PREREQ-REQUISITO-ID
               WRITE PREREQ-FILE
                   INVALID KEY
                       DISPLAY 'PRE-REQUISITO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'PRE-REQUISITO INCLUIDO.'
               END-WRITE
               CLOSE PREREQ.

       VALIDA-OS-DOIS-CURSOS.
           OPEN INPUT CURSO.
           MOVE WS-CURSO-PEDIDO TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               DISPLAY 'CURSO ' WS-CURSO-PEDIDO ' NAO CADASTRADO.'
               NOT INVALID KEY
               DISPLAY 'CURSO: ' CURSO-NOME.
           MOVE WS-REQUISITO-PEDIDO TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               DISPLAY 'CURSO ' WS-REQUISITO-PEDIDO
                       ' NAO CADASTRADO.'
               NOT INVALID KEY
               DISPLAY 'EXIGE: ' CURSO-NOME
                       ' (MEDIA ' CURSO-MEDIA-APROVACAO ')'.
           CLOSE CURSO.

       LISTAR-PRE-REQUISITOS.
           DISPLAY 'CURSO-ID (1-9999): '.
           ACCEPT WS-CURSO-PEDIDO.
           OPEN INPUT PREREQ.
           IF WS-STATUS-PREREQ NOT = '00'
               DISPLAY 'NENHUM PRE-REQUISITO CADASTRADO AINDA.'
           ELSE
               PERFORM LISTA-REQUISITOS-DO-CURSO
               CLOSE PREREQ.

       LISTA-REQUISITOS-DO-CURSO.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           OPEN INPUT CURSO.
           MOVE WS-CURSO-PEDIDO TO PREREQ-CURSO-ID.
           MOVE ZEROS TO PREREQ-REQUISITO-ID.
           MOVE 'N' TO FINAL-ARQUIVO.
           START PREREQ KEY IS NOT LESS THAN PREREQ-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ PREREQ NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM LISTA-UM-PRE-REQUISITO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     PREREQ-CURSO-ID NOT = WS-CURSO-PEDIDO.
           CLOSE CURSO.
           IF WS-TOTAL-LISTADOS = ZEROS
               DISPLAY 'CURSO SEM PRE-REQUISITOS.'.

       LISTA-UM-PRE-REQUISITO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE PREREQ-REQUISITO-ID TO CURSO-ID.
           READ CURSO RECORD
               INVALID KEY
                   DISPLAY 'EXIGE ' PREREQ-REQUISITO-ID
                           ' (CURSO NAO CADASTRADO)'
               NOT INVALID KEY
                   DISPLAY 'EXIGE ' CURSO-ID ' ' CURSO-NOME
                           ' MEDIA ' CURSO-MEDIA-APROVACAO
           END-READ.
           READ PREREQ NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EXCLUIR-PRE-REQUISITO.
           DISPLAY 'CURSO-ID QUE EXIGE (1-9999): '.
           ACCEPT WS-CURSO-PEDIDO.
           DISPLAY 'CURSO-ID EXIGIDO (1-9999): '.
           ACCEPT WS-REQUISITO-PEDIDO.
           OPEN I-O PREREQ.
           IF WS-STATUS-PREREQ NOT = '00'
               DISPLAY 'NENHUM PRE-REQUISITO CADASTRADO AINDA.'
           ELSE
               DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE WS-CURSO-PEDIDO TO PREREQ-CURSO-ID
                   MOVE WS-REQUISITO-PEDIDO TO PREREQ-REQUISITO-ID
                   DELETE PREREQ RECORD
                       INVALID KEY
                           DISPLAY 'PRE-REQUISITO NAO ENCONTRADO.'
                       NOT INVALID KEY
                           DISPLAY 'PRE-REQUISITO EXCLUIDO.'
                   END-DELETE
               END-IF
               CLOSE PREREQ.

      *-----------------------------------------------------------------
      * MATRICULAS FORA DA REGRA - cada matricula atual contra os
      * pre-requisitos do curso da sua turma, com a mesma conferencia
      * do 05_Matriculas. Uma linha por pre-requisito faltando.
      *-----------------------------------------------------------------
       RELATORIO-FORA-DA-REGRA.
           PERFORM CONFERE-VERSAO-ALUNO.
      *Layout v2 de turma.dat, conferido como no 05_Matriculas.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
           ELSE
               OPEN INPUT PREREQ
               IF WS-STATUS-PREREQ NOT = '00'
                   DISPLAY 'NENHUM PRE-REQUISITO CADASTRADO AINDA.'
               ELSE
                   OPEN INPUT MATRICULA
                   IF WS-STATUS-MATRICULA NOT = '00'
                       DISPLAY 'SEM MATRICULAS CADASTRADAS.'
                   ELSE
                       PERFORM GERA-RELATORIO-FORA-DA-REGRA
                       CLOSE MATRICULA
                   END-IF
                   CLOSE PREREQ.

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

       GERA-RELATORIO-FORA-DA-REGRA.
           MOVE ZEROS TO WS-TOTAL-MATRICULAS.
           MOVE ZEROS TO WS-TOTAL-FORA-DA-REGRA.
           MOVE ZEROS TO WS-TOTAL-LIBERADAS.
           OPEN INPUT TURMA.
           OPEN INPUT STUDENT.
           OPEN INPUT CURSO.
           MOVE 'N' TO WS-TEM-NOTAS.
           OPEN INPUT NOTA.
           IF WS-STATUS-NOTA = '00'
               MOVE 'S' TO WS-TEM-NOTAS.
           MOVE 'N' TO WS-TEM-RECUPERACAO.
           OPEN INPUT RECUPER.
           IF WS-STATUS-RECUPER = '00'
               MOVE 'S' TO WS-TEM-RECUPERACAO.
           PERFORM INICIA-RELATORIO.

           MOVE 'N' TO FINAL-ARQUIVO.
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONFERE-UMA-MATRICULA
               UNTIL FINAL-ARQUIVO = 'S'.

           PERFORM FINALIZA-RELATORIO.
           IF WS-TEM-RECUPERACAO = 'S'
               CLOSE RECUPER.
           IF WS-TEM-NOTAS = 'S'
               CLOSE NOTA.
           CLOSE CURSO.
           CLOSE STUDENT.
           CLOSE TURMA.
           DISPLAY 'MATRICULAS FORA DA REGRA: ' WS-TOTAL-FORA-DA-REGRA
                   '. RELATORIO NO SPOOL (PROG72).'.

       CONFERE-UMA-MATRICULA.
           ADD 1 TO WS-TOTAL-MATRICULAS.
           MOVE MATRICULA-STUDENT-ID TO WS-ALUNO-PEDIDO.
           MOVE MATRICULA-TURMA-ID TO TURMA-ID.
           READ TURMA RECORD
               INVALID KEY
                   MOVE ZEROS TO WS-CURSO-DA-TURMA
               NOT INVALID KEY
                   MOVE TURMA-CURSO-ID TO WS-CURSO-DA-TURMA
           END-READ.
           MOVE ZEROS TO WS-PENDENTES-DA-MATRICULA.
           IF WS-CURSO-DA-TURMA NOT = ZEROS
               PERFORM CONFERE-REQUISITOS-DA-MATRICULA.
           IF WS-PENDENTES-DA-MATRICULA > ZEROS
               ADD 1 TO WS-TOTAL-FORA-DA-REGRA.
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CONFERE-REQUISITOS-DA-MATRICULA.
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
               ADD 1 TO WS-PENDENTES-DA-MATRICULA
               PERFORM IMPRIME-FORA-DA-REGRA.
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

       IMPRIME-FORA-DA-REGRA.
      *Nome do aluno e liberacao de supervisor so na primeira linha
      *da matricula.
           IF WS-PENDENTES-DA-MATRICULA = 1
               MOVE MATRICULA-STUDENT-ID TO STUDENT-ID
               READ STUDENT RECORD
                   INVALID KEY
                       MOVE '(ALUNO NAO CADASTRADO)' TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-NOME-ALUNO
               END-READ
               PERFORM PROCURA-LIBERACAO
               IF WS-LIBERADA = 'S'
                   ADD 1 TO WS-TOTAL-LIBERADAS
                   MOVE 'LIBERADA SUPERVISOR' TO WS-MARCA-LIBERADA
               ELSE
                   MOVE SPACES TO WS-MARCA-LIBERADA
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING MATRICULA-TURMA-ID '  ' WS-CURSO-DA-TURMA '  '
                  MATRICULA-STUDENT-ID ' ' WS-NOME-ALUNO ' '
                  WS-CURSO-REQUISITO '   ' WS-MARCA-LIBERADA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       PROCURA-LIBERACAO.
      *Trilha de liberacoes do 05_Matriculas: ALUNO e TURMA em
      *posicao fixa na linha.
           MOVE 'N' TO WS-LIBERADA.
           OPEN INPUT AUDITORIA-PREREQ.
           MOVE 'N' TO WS-FIM-AUDITORIA.
           READ AUDITORIA-PREREQ RECORD AT END
               MOVE 'S' TO WS-FIM-AUDITORIA.
           PERFORM EXAMINA-UMA-LIBERACAO
               UNTIL WS-FIM-AUDITORIA = 'S' OR WS-LIBERADA = 'S'.
           CLOSE AUDITORIA-PREREQ.

       EXAMINA-UMA-LIBERACAO.
           MOVE REGISTRO-AUDITORIA-PREREQ TO WS-LINHA-AUDITORIA.
           IF WS-AUD-ALUNO = MATRICULA-STUDENT-ID AND
                   WS-AUD-TURMA = MATRICULA-TURMA-ID
               MOVE 'S' TO WS-LIBERADA
           ELSE
               READ AUDITORIA-PREREQ RECORD AT END
                   MOVE 'S' TO WS-FIM-AUDITORIA
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * RELATORIO
      *-----------------------------------------------------------------
       INICIA-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MATRICULAS FORA DA REGRA DE PRE-REQUISITOS EM '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TURMA CURSO ALUNO NOME                      '
                  'FALTA'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       FINALIZA-RELATORIO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MATRICULAS CONFERIDAS: ' WS-TOTAL-MATRICULAS
                  '  FORA DA REGRA: ' WS-TOTAL-FORA-DA-REGRA
                  '  LIBERADAS: ' WS-TOTAL-LIBERADAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
